      *=========================================*                       00000010
      *     COPYBOOK : CPAPV01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO DE PENDENCIAS DE                00000070
      *               APROVACAO (DUPLA CUSTODIA) DAS ALTERACOES         00000080
      *               SENSIVEIS DE MASTER, INDEXADO PELO NUMERO DA      00000090
      *               PENDENCIA. O CARTAO RETIDO PELA MANUTENCAO        00000100
      *               (FR05CB05/12/30/82/86) E GUARDADO NA INTEGRA      00000110
      *               E SO E APLICADO PELA PROPRIA MANUTENCAO NA        00000120
      *               EXECUCAO SEGUINTE A APROVACAO, DADA POR UM        00000130
      *               SEGUNDO OPERADOR NA FR06CB27. 280 BYTES           00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000190
      *=========================================*                       00000200
       01  CPAPV01-REGISTRO.                                            00000210
           05  APV-NUMERO              PIC 9(05).                       00000220
           05  APV-PROGRAMA            PIC X(08).                       00000230
           05  APV-SITUACAO            PIC X(01).                       00000240
               88  APV-PENDENTE              VALUE 'P'.                 00000250
               88  APV-APROVADO              VALUE 'A'.                 00000260
               88  APV-REJEITADO             VALUE 'R'.                 00000270
               88  APV-APLICADO              VALUE 'X'.                 00000280
               88  APV-FALHOU                VALUE 'F'.                 00000290
           05  APV-REGRA               PIC X(02).                       00000300
               88  APV-REGRA-LIMITE          VALUE 'LC'.                00000310
               88  APV-REGRA-PRECO           VALUE 'PR'.                00000320
               88  APV-REGRA-EXCL-CATEGORIA  VALUE 'EC'.                00000330
               88  APV-REGRA-EXCL-CONTABIL   VALUE 'EG'.                00000340
               88  APV-REGRA-AUTORIZACAO     VALUE 'AO'.                00000350
           05  APV-CHAVE               PIC X(30).                       00000360
           05  APV-VALOR-ANTERIOR      PIC S9(09)V99.                   00000370
           05  APV-VALOR-NOVO          PIC S9(09)V99.                   00000380
           05  APV-SOLICITANTE         PIC X(20).                       00000390
           05  APV-DATA-SOLICITACAO    PIC 9(08).                       00000400
           05  APV-HORA-SOLICITACAO    PIC 9(06).                       00000410
           05  APV-NUM-LOTE            PIC 9(06).                       00000420
           05  APV-APROVADOR           PIC X(20).                       00000430
           05  APV-DATA-DECISAO        PIC 9(08).                       00000440
           05  APV-OBSERVACAO          PIC X(40).                       00000450
           05  APV-DATA-APLICACAO      PIC 9(08).                       00000460
           05  APV-CARTAO              PIC X(80).                       00000470
           05  FILLER                  PIC X(16).                       00000480
