      *=========================================*                       00000010
      *     COPYBOOK : CPWSF01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO FEED DE SITUACAO DOS PEDIDOS            00000070
      *               DEVOLVIDO A LOJA VIRTUAL (FR06CB19), NO           00000080
      *               MESMO ENVELOPE HEADER/DETALHE/TRAILER DO          00000090
      *               FEED DE ENTRADA (CPWEB01). UM DETALHE POR         00000100
      *               MUDANCA DE SITUACAO, PELA REFERENCIA DA           00000110
      *               LOJA: A ACEITO (COM O NOSSO NUMERO), J            00000120
      *               REJEITADO (COM O MOTIVO DO CPREJ16), R            00000130
      *               RETIDO POR CREDITO, B EM BACKORDER, F             00000140
      *               FATURADO (COM A NOTA), E ENTREGUE, C              00000150
      *               CANCELADO. O TRAILER TRAZ O TOTAL DE              00000160
      *               DETALHES E A QUEBRA POR SITUACAO                  00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPWSF01-REGISTRO.                                            00000240
           05  WSF-TIPO-REG            PIC X(01).                       00000250
               88  WSF-REG-HEADER            VALUE 'H'.                 00000260
               88  WSF-REG-DETALHE           VALUE 'D'.                 00000270
               88  WSF-REG-TRAILER           VALUE 'T'.                 00000280
           05  WSF-DADOS               PIC X(79).                       00000290
       01  CPWSF01-DETALHE        REDEFINES  CPWSF01-REGISTRO.          00000300
           05  WSF-TIPO-REG-D          PIC X(01).                       00000310
           05  WSF-PEDIDO-LOJA         PIC X(10).                       00000320
           05  WSF-SITUACAO            PIC X(01).                       00000330
           05  WSF-DATA-SITUACAO       PIC 9(08).                       00000340
           05  WSF-PED-NUMERO          PIC 9(05).                       00000350
           05  WSF-NUM-NOTA            PIC 9(05).                       00000360
           05  WSF-MOTIVO              PIC 9(02).                       00000370
           05  WSF-DESCRICAO           PIC X(40).                       00000380
           05  FILLER                  PIC X(08).                       00000390
       01  CPWSF01-HEADER         REDEFINES  CPWSF01-REGISTRO.          00000400
           05  WSF-TIPO-REG-H          PIC X(01).                       00000410
           05  WSF-DATA-GERACAO        PIC 9(08).                       00000420
           05  WSF-ORIGEM              PIC X(08).                       00000430
           05  FILLER                  PIC X(63).                       00000440
       01  CPWSF01-TRAILER        REDEFINES  CPWSF01-REGISTRO.          00000450
           05  WSF-TIPO-REG-T          PIC X(01).                       00000460
           05  WSF-QTD-REGISTROS       PIC 9(09).                       00000470
           05  WSF-QTD-ACEITOS         PIC 9(07).                       00000480
           05  WSF-QTD-REJEITADOS      PIC 9(07).                       00000490
           05  WSF-QTD-RETIDOS         PIC 9(07).                       00000500
           05  WSF-QTD-BACKORDER       PIC 9(07).                       00000510
           05  WSF-QTD-FATURADOS       PIC 9(07).                       00000520
           05  WSF-QTD-ENTREGUES       PIC 9(07).                       00000530
           05  WSF-QTD-CANCELADOS      PIC 9(07).                       00000540
           05  FILLER                  PIC X(21).                       00000550
