      *=========================================*                       00000010
      *     COPYBOOK : CPNFR01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO          00000070
      *               DA AUTORIZACAO DA NF-E, DEVOLVIDO PELO            00000080
      *               TRANSMISSOR DA SEFAZ E PROCESSADO PELA            00000090
      *               FR06CB14. POSICIONAL DE 80 BYTES COM VISOES       00000100
      *               DE HEADER, DETALHE E TRAILER, NOS MOLDES DO       00000110
      *               RETORNO BANCARIO (CPRTB01). O DETALHE TRAZ        00000120
      *               O NUMERO DA NOTA E A SITUACAO - AUTORIZADA,       00000130
      *               COM A CHAVE DE ACESSO E O PROTOCOLO, OU           00000140
      *               REJEITADA, COM O CODIGO DO MOTIVO                 00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPNFR01-REGISTRO.                                            00000220
           05  NFR-TIPO-REG            PIC X(01).                       00000230
               88  NFR-REG-HEADER            VALUE 'H'.                 00000240
               88  NFR-REG-DETALHE           VALUE 'D'.                 00000250
               88  NFR-REG-TRAILER           VALUE 'T'.                 00000260
           05  NFR-DADOS               PIC X(79).                       00000270
      *                                                                 00000280
       01  CPNFR01-DETALHE        REDEFINES  CPNFR01-REGISTRO.          00000290
           05  NFR-TIPO-REG-D          PIC X(01).                       00000300
           05  NFR-NUM-NOTA            PIC 9(05).                       00000310
           05  NFR-SITUACAO            PIC X(01).                       00000320
               88  NFR-SIT-AUTORIZADA        VALUE 'A'.                 00000330
               88  NFR-SIT-REJEITADA         VALUE 'R'.                 00000340
           05  NFR-CHAVE-ACESSO        PIC X(44).                       00000350
           05  NFR-PROTOCOLO           PIC X(15).                       00000360
           05  NFR-DATA-PROCESSAMENTO  PIC 9(08).                       00000370
           05  NFR-MOTIVO              PIC X(03).                       00000380
           05  FILLER                  PIC X(03).                       00000390
      *                                                                 00000400
       01  CPNFR01-HEADER         REDEFINES  CPNFR01-REGISTRO.          00000410
           05  NFR-TIPO-REG-H          PIC X(01).                       00000420
           05  NFR-DATA-GERACAO        PIC 9(08).                       00000430
           05  FILLER                  PIC X(71).                       00000440
      *                                                                 00000450
       01  CPNFR01-TRAILER        REDEFINES  CPNFR01-REGISTRO.          00000460
           05  NFR-TIPO-REG-T          PIC X(01).                       00000470
           05  NFR-QTD-REGISTROS       PIC 9(09).                       00000480
           05  FILLER                  PIC X(70).                       00000490
