      *=========================================*                       00000010
      *     COPYBOOK : CPMNF02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREA DE COMUNICACAO DO SERVICO CHAMAVEL DE        00000070
      *               REGISTRO NO MANIFESTO DAS INTERFACES DE           00000080
      *               SAIDA (FR06CB34, CPMNF01). O CHAMADOR             00000090
      *               INFORMA A INTERFACE, O PROGRAMA, A QTD DE         00000100
      *               REGISTROS E O HASH DE VALOR DO ARQUIVO QUE        00000110
      *               ACABOU DE FECHAR; MODO 'N' ABRE UMA NOVA          00000120
      *               GERACAO NA DATA DE NEGOCIO E MODO 'A' SOMA        00000130
      *               NA ULTIMA GERACAO AINDA NAO TRANSMITIDA           00000140
      *               (ARQUIVO ESTENDIDO POR UM SEGUNDO PROGRAMA        00000150
      *               NO MESMO RUN). DEVOLVE A DATA DE NEGOCIO E        00000160
      *               A GERACAO; RETORNO '10' AVISA QUE A DATA JA       00000170
      *               TEVE GERACAO TRANSMITIDA DESSA INTERFACE          00000180
      *               (A LIBERACAO VAI RECUSAR A NOVA)                  00000190
      *-------------------------------------------------------*         00000200
      *     HISTORICO DE ALTERACOES                                     00000210
      *     DATA       AUTOR   DESCRICAO                                00000220
      *     ----------  ------  --------------------------------        00000230
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000240
      *=========================================*                       00000250
       01  CPMNF02-AREA.                                                00000260
           05  MNF-REG-INTERFACE       PIC X(08).                       00000270
           05  MNF-REG-PROGRAMA        PIC X(08).                       00000280
           05  MNF-REG-MODO            PIC X(01).                       00000290
               88  MNF-REG-NOVA              VALUE 'N'.                 00000300
               88  MNF-REG-ACRESCIMO         VALUE 'A'.                 00000310
           05  MNF-REG-QTD-REGISTROS   PIC 9(09).                       00000320
           05  MNF-REG-VALOR-HASH      PIC 9(15).                       00000330
           05  MNF-REG-DATA-NEGOCIO    PIC 9(08).                       00000340
           05  MNF-REG-GERACAO         PIC 9(03).                       00000350
           05  MNF-REG-RETORNO         PIC X(02).                       00000360
               88  MNF-REG-OK                VALUE '00'.                00000370
               88  MNF-REG-JA-TRANSMITIDO    VALUE '10'.                00000380
               88  MNF-REG-LIMITE            VALUE '99'.                00000390
               88  MNF-REG-ERRO-ARQ          VALUE '90'.                00000400
