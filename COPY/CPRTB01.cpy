      *     DATA       AUTOR   DESCRICAO                                00000160
      *     ----------  ------  --------------------------------        00000170
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000180
      *     15/10/2026  IVS     DETALHE PASSA A TRAZER A PARCELA        00000190
      *                         DO TITULO (RTB-PARCELA), TOMADA         00000200
      *                         DO FILLER - EM BRANCO OU ZERADA         00000210
      *                         (RETORNO ANTIGO) = PARCELA 01           00000220
      *=========================================*                       00000230
       01  CPRTB01-REGISTRO.                                            00000240
           05  RTB-TIPO-REG            PIC X(01).                       00000250
               88  RTB-REG-HEADER            VALUE 'H'.                 00000260
               88  RTB-REG-DETALHE           VALUE 'D'.                 00000270
               88  RTB-REG-TRAILER           VALUE 'T'.                 00000280
           05  RTB-DADOS               PIC X(79).                       00000290
      *                                                                 00000300
       01  CPRTB01-DETALHE        REDEFINES  CPRTB01-REGISTRO.          00000310
           05  RTB-TIPO-REG-D          PIC X(01).                       00000320
           05  RTB-NUM-NOTA            PIC 9(05).                       00000330
           05  RTB-OCORRENCIA          PIC X(02).                       00000340
               88  RTB-OCO-LIQUIDADO         VALUE '06'.                00000350
               88  RTB-OCO-PARCIAL           VALUE '07'.                00000360
           05  RTB-VALOR-PAGO          PIC 9(09)V99.                    00000370
           05  RTB-DATA-PAGAMENTO      PIC 9(08).                       00000380
           05  RTB-PARCELA             PIC 9(02).                       00000390
           05  FILLER                  PIC X(51).                       00000400
      *                                                                 00000410
       01  CPRTB01-HEADER         REDEFINES  CPRTB01-REGISTRO.          00000420
           05  RTB-TIPO-REG-H          PIC X(01).                       00000430
           05  RTB-DATA-GERACAO        PIC 9(08).                       00000440
           05  FILLER                  PIC X(71).                       00000450
      *                                                                 00000460
       01  CPRTB01-TRAILER        REDEFINES  CPRTB01-REGISTRO.          00000470
           05  RTB-TIPO-REG-T          PIC X(01).                       00000480
           05  RTB-QTD-REGISTROS       PIC 9(09).                       00000490
           05  FILLER                  PIC X(70).                       00000500
