      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000190
      *     15/10/2026  IVS     DETALHE PASSA A LEVAR A PARCELA         00000200
      *                         DO TITULO (REM-PARCELA), TOMADA         00000210
      *                         DO FILLER - O BANCO A DEVOLVE NO        00000220
      *                         RETORNO (CPRTB01)                       00000230
      *     15/10/2026  IVS     DETALHE PASSA A LEVAR A                 00000240
      *                         INSTRUCAO DE ENCARGOS POR ATRASO        00000250
      *                         - PERCENTUAL DE MULTA, JUROS DE         00000260
      *                         MORA POR DIA EM VALOR E DIAS DE         00000270
      *                         CARENCIA (CPENC01), TOMADOS DO          00000280
      *                         FILLER; TITULO DE ENCARGOS SAI          00000290
      *                         COM A INSTRUCAO ZERADA                  00000300
      *=========================================*                       00000310
       01  CPREM01-REGISTRO.                                            00000320
           05  REM-TIPO-REG            PIC X(01).                       00000330
               88  REM-REG-HEADER            VALUE 'H'.                 00000340
               88  REM-REG-DETALHE           VALUE 'D'.                 00000350
               88  REM-REG-TRAILER           VALUE 'T'.                 00000360
           05  REM-DADOS               PIC X(79).                       00000370
      *                                                                 00000380
       01  CPREM01-DETALHE        REDEFINES  CPREM01-REGISTRO.          00000390
           05  REM-TIPO-REG-D          PIC X(01).                       00000400
           05  REM-NUM-NOTA            PIC 9(05).                       00000410
           05  REM-CLI-ID              PIC 9(05).                       00000420
           05  REM-VALOR               PIC 9(09)V99.                    00000430
           05  REM-DATA-EMISSAO        PIC 9(08).                       00000440
           05  REM-DATA-VENCIMENTO     PIC 9(08).                       00000450
           05  REM-PARCELA             PIC 9(02).                       00000460
           05  REM-PERC-MULTA          PIC 9(02)V99.                    00000470
           05  REM-JUROS-DIA           PIC 9(07)V99.                    00000480
           05  REM-DIAS-CARENCIA       PIC 9(03).                       00000490
           05  FILLER                  PIC X(24).                       00000500
      *                                                                 00000510
       01  CPREM01-HEADER         REDEFINES  CPREM01-REGISTRO.          00000520
           05  REM-TIPO-REG-H          PIC X(01).                       00000530
           05  REM-DATA-GERACAO        PIC 9(08).                       00000540
           05  REM-ORIGEM              PIC X(08).                       00000550
           05  FILLER                  PIC X(63).                       00000560
      *                                                                 00000570
       01  CPREM01-TRAILER        REDEFINES  CPREM01-REGISTRO.          00000580
           05  REM-TIPO-REG-T          PIC X(01).                       00000590
           05  REM-QTD-TITULOS         PIC 9(09).                       00000600
           05  REM-VALOR-TOTAL         PIC 9(13)V99.                    00000610
           05  FILLER                  PIC X(55).                       00000620
