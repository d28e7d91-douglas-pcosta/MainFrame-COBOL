      *=========================================*                       00000010
      *     COPYBOOK : CPAPU01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO DE APURACAO MENSAL DO           00000070
      *               IMPOSTO DE SAIDA POR UF E CATEGORIA,              00000080
      *               GRAVADO PELA FR06CB16 PARA O SISTEMA DE           00000090
      *               ESCRITURACAO FISCAL DO ESCRITORIO CONTABIL.       00000100
      *               POSICIONAL DE 120 BYTES, TODO EM DISPLAY,         00000110
      *               COM VISOES DE HEADER, DETALHE E TRAILER. O        00000120
      *               DETALHE TRAZ AS SAIDAS, AS DEVOLUCOES (NOTAS      00000130
      *               DE CREDITO) E O LIQUIDO, COM O SINAL EM           00000140
      *               BYTE PROPRIO ('+' OU '-') - DEVOLUCAO MAIOR       00000150
      *               QUE A VENDA DO MES DEIXA O LIQUIDO NEGATIVO       00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000210
      *=========================================*                       00000220
       01  CPAPU01-REGISTRO.                                            00000230
           05  APU-TIPO-REG            PIC X(01).                       00000240
               88  APU-REG-HEADER            VALUE 'H'.                 00000250
               88  APU-REG-DETALHE           VALUE 'D'.                 00000260
               88  APU-REG-TRAILER           VALUE 'T'.                 00000270
           05  APU-DADOS               PIC X(119).                      00000280
      *                                                                 00000290
       01  CPAPU01-HEADER         REDEFINES  CPAPU01-REGISTRO.          00000300
           05  APU-TIPO-REG-H          PIC X(01).                       00000310
           05  APU-ANOMES              PIC 9(06).                       00000320
           05  APU-DATA-GERACAO        PIC 9(08).                       00000330
           05  FILLER                  PIC X(105).                      00000340
      *                                                                 00000350
       01  CPAPU01-DETALHE        REDEFINES  CPAPU01-REGISTRO.          00000360
           05  APU-TIPO-REG-D          PIC X(01).                       00000370
           05  APU-UF                  PIC X(02).                       00000380
           05  APU-CATEGORIA           PIC X(05).                       00000390
           05  APU-QTD-SAIDAS          PIC 9(07).                       00000400
           05  APU-BASE-SAIDAS         PIC 9(13)V99.                    00000410
           05  APU-IMPOSTO-SAIDAS      PIC 9(13)V99.                    00000420
           05  APU-QTD-DEVOLUCOES      PIC 9(07).                       00000430
           05  APU-BASE-DEVOLUCOES     PIC 9(13)V99.                    00000440
           05  APU-IMPOSTO-DEVOLUCOES  PIC 9(13)V99.                    00000450
           05  APU-SINAL-BASE          PIC X(01).                       00000460
           05  APU-BASE-LIQUIDA        PIC 9(13)V99.                    00000470
           05  APU-SINAL-IMPOSTO       PIC X(01).                       00000480
           05  APU-IMPOSTO-LIQUIDO     PIC 9(13)V99.                    00000490
           05  FILLER                  PIC X(06).                       00000500
      *                                                                 00000510
       01  CPAPU01-TRAILER        REDEFINES  CPAPU01-REGISTRO.          00000520
           05  APU-TIPO-REG-T          PIC X(01).                       00000530
           05  APU-QTD-REGISTROS       PIC 9(09).                       00000540
           05  APU-TOT-BASE-SAIDAS     PIC 9(13)V99.                    00000550
           05  APU-TOT-IMPOSTO-SAIDAS  PIC 9(13)V99.                    00000560
           05  APU-TOT-BASE-DEVOLUCOES PIC 9(13)V99.                    00000570
           05  APU-TOT-IMPOSTO-DEVOL   PIC 9(13)V99.                    00000580
           05  APU-TOT-SINAL-BASE      PIC X(01).                       00000590
           05  APU-TOT-BASE-LIQUIDA    PIC 9(13)V99.                    00000600
           05  APU-TOT-SINAL-IMPOSTO   PIC X(01).                       00000610
           05  APU-TOT-IMPOSTO-LIQUIDO PIC 9(13)V99.                    00000620
           05  FILLER                  PIC X(18).                       00000630
