      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB02.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SERVICO CHAMAVEL DE CALCULO DE ENCARGOS POR       00000120
      *               ATRASO, NOS MOLDES DO SERVICO DE PRECIFICACAO     00000130
      *               FR05CB96. APURA NA TABELA DE ENCARGOS             00000140
      *               (CPENC01, ARQENC) A ULTIMA ENTRADA ATIVA COM      00000150
      *               VIGENCIA ATE O VENCIMENTO DO TITULO E, SOBRE      00000160
      *               O VALOR BASE INFORMADO, CALCULA A MULTA (UMA      00000170
      *               VEZ) E OS JUROS DE MORA DOS DIAS DE ATRASO,       00000180
      *               CONTADOS DO VENCIMENTO ATE O PAGAMENTO NO         00000190
      *               CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE     00000200
      *               30 - MESMA CONVENCAO DO AGING FR05CB53).          00000210
      *               ATRASO DENTRO DA CARENCIA NAO GERA ENCARGO.       00000220
      *               DEVOLVE TAMBEM OS JUROS POR DIA SOBRE O VALOR     00000230
      *               BASE, USADOS NA INSTRUCAO DA REMESSA. TABELA      00000240
      *               AINDA NAO IMPLANTADA (FILE STATUS 35) OU SEM      00000250
      *               ENTRADA VALIDA DEVOLVE SEM-TABELA COM OS          00000260
      *               ENCARGOS ZERADOS; ERRO DE ABERTURA DEVOLVE        00000270
      *               ERRO-ARQ                                          00000280
      *-------------------------------------------------------*         00000290
      *     HISTORICO DE ALTERACOES                                     00000300
      *     DATA        AUTOR   DESCRICAO                               00000310
      *     ----------  ------  --------------------------------        00000320
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000330
      *=======================================================*         00000340
                                                                        00000350
      *=======================================================*         00000360
       ENVIRONMENT                               DIVISION.              00000370
      *=======================================================*         00000380
       INPUT-OUTPUT                              SECTION.               00000390
       FILE-CONTROL.                                                    00000400
             SELECT ENCARGO  ASSIGN TO ARQENC                           00000410
                ORGANIZATION IS INDEXED                                 00000420
                ACCESS MODE  IS DYNAMIC                                 00000430
                RECORD KEY   IS ENC-VIGENCIA                            00000440
                FILE STATUS  IS WRK-FS-ENCARGO.                         00000450
      *=======================================================*         00000460
       DATA                                      DIVISION.              00000470
      *=======================================================*         00000480
       FILE                                      SECTION.               00000490
       FD ENCARGO.                                                      00000500
           COPY CPENC01.                                                00000510
      *---------------------------------------------------              00000520
       WORKING-STORAGE                           SECTION.               00000530
      *---------------------------------------------------              00000540
       77 WRK-FS-ENCARGO      PIC X(02) VALUE SPACES.                   00000550
       77 WRK-DIAS-VENC       PIC 9(07) COMP VALUE ZERO.                00000560
       77 WRK-DIAS-PAGTO      PIC 9(07) COMP VALUE ZERO.                00000570
       01 WRK-DATA-CALC       PIC 9(08) VALUE ZERO.                     00000580
       01 WRK-DATA-CALC-R     REDEFINES WRK-DATA-CALC.                  00000590
          05 WRK-CALC-ANO     PIC 9(04).                                00000600
          05 WRK-CALC-MES     PIC 9(02).                                00000610
          05 WRK-CALC-DIA     PIC 9(02).                                00000620
       01 WRK-SW-TAXA.                                                  00000630
          05 WRK-SW-TAXA-IND  PIC X(01) VALUE 'N'.                      00000640
             88 WRK-TAXA-ACHADA       VALUE 'S'.                        00000650
             88 WRK-TAXA-NAO-ACHADA   VALUE 'N'.                        00000660
      *---------------------------------------------------              00000670
       LINKAGE                                    SECTION.              00000680
      *---------------------------------------------------              00000690
       COPY CPENC02.                                                    00000700
      *=========================================*                       00000710
       PROCEDURE DIVISION USING CPENC02-AREA.                           00000720
      *=========================================*                       00000730
                                                                        00000740
      *---------------------------------------------------              00000750
       0000-PRINCIPAL                     SECTION.                      00000760
      *---------------------------------------------------              00000770
             SET ENC-CHK-OK TO TRUE.                                    00000780
             MOVE ZEROS TO ENC-CHK-PERC-MULTA                           00000790
                           ENC-CHK-PERC-JUROS-DIA                       00000800
                           ENC-CHK-DIAS-CARENCIA                        00000810
                           ENC-CHK-DIAS-ATRASO                          00000820
                           ENC-CHK-VALOR-MULTA                          00000830
                           ENC-CHK-VALOR-JUROS                          00000840
                           ENC-CHK-JUROS-DIA.                           00000850
             PERFORM 0100-APURAR-TAXAS.                                 00000860
             IF ENC-CHK-OK                                              00000870
                 PERFORM 0200-CALCULAR-ENCARGOS                         00000880
             END-IF.                                                    00000890
             GOBACK.                                                    00000900
      *---------------------------------------------------              00000910
       0000-99-FIM.            EXIT.                                    00000920
      *---------------------------------------------------              00000930
                                                                        00000940
       0100-APURAR-TAXAS                  SECTION.                      00000950
      *    PERCORRE A TABELA EM ORDEM DE VIGENCIA ATE A PRIMEIRA        00000960
      *    POSTERIOR AO VENCIMENTO - FICAM AS TAXAS DA ULTIMA           00000970
      *    ENTRADA ATIVA LIDA                                           00000980
      *---------------------------------------------------              00000990
             OPEN INPUT ENCARGO.                                        00001000
             IF WRK-FS-ENCARGO EQUAL '35'                               00001010
                 SET ENC-CHK-SEM-TABELA TO TRUE                         00001020
                 GO TO 0100-99-FIM                                      00001030
             END-IF.                                                    00001040
             IF WRK-FS-ENCARGO NOT EQUAL ZEROS                          00001050
                 SET ENC-CHK-ERRO-ARQ TO TRUE                           00001060
                 GO TO 0100-99-FIM                                      00001070
             END-IF.                                                    00001080
             SET WRK-TAXA-NAO-ACHADA TO TRUE.                           00001090
             MOVE ZEROS TO ENC-VIGENCIA.                                00001100
             START ENCARGO KEY IS NOT LESS THAN ENC-VIGENCIA            00001110
                 INVALID KEY                                            00001120
                     MOVE '10' TO WRK-FS-ENCARGO                        00001130
             END-START.                                                 00001140
             PERFORM 0110-LER-VIGENCIA                                  00001150
                 UNTIL WRK-FS-ENCARGO NOT EQUAL ZEROS.                  00001160
             CLOSE ENCARGO.                                             00001170
             IF WRK-TAXA-NAO-ACHADA                                     00001180
                 SET ENC-CHK-SEM-TABELA TO TRUE                         00001190
             END-IF.                                                    00001200
       0100-99-FIM.            EXIT.                                    00001210
      *---------------------------------------------------              00001220
       0110-LER-VIGENCIA                  SECTION.                      00001230
             READ ENCARGO NEXT RECORD.                                  00001240
             IF WRK-FS-ENCARGO NOT EQUAL ZEROS                          00001250
                 GO TO 0110-99-FIM                                      00001260
             END-IF.                                                    00001270
             IF ENC-VIGENCIA > ENC-CHK-DATA-VENCIMENTO                  00001280
                 MOVE '10' TO WRK-FS-ENCARGO                            00001290
                 GO TO 0110-99-FIM                                      00001300
             END-IF.                                                    00001310
             IF ENC-ATIVA                                               00001320
                 SET WRK-TAXA-ACHADA TO TRUE                            00001330
                 MOVE ENC-PERC-MULTA     TO ENC-CHK-PERC-MULTA          00001340
                 MOVE ENC-PERC-JUROS-DIA TO ENC-CHK-PERC-JUROS-DIA      00001350
                 MOVE ENC-DIAS-CARENCIA  TO ENC-CHK-DIAS-CARENCIA       00001360
             END-IF.                                                    00001370
       0110-99-FIM.            EXIT.                                    00001380
      *---------------------------------------------------              00001390
       0200-CALCULAR-ENCARGOS             SECTION.                      00001400
      *    JUROS POR DIA SEMPRE DEVOLVIDOS; MULTA E JUROS DO            00001410
      *    PERIODO SO QUANDO O ATRASO PASSA DA CARENCIA - OS            00001420
      *    JUROS CORREM DESDE O VENCIMENTO                              00001430
      *---------------------------------------------------              00001440
             COMPUTE ENC-CHK-JUROS-DIA ROUNDED =                        00001450
                 ENC-CHK-VALOR-BASE * ENC-CHK-PERC-JUROS-DIA / 100.     00001460
             MOVE ENC-CHK-DATA-VENCIMENTO TO WRK-DATA-CALC.             00001470
             COMPUTE WRK-DIAS-VENC = WRK-CALC-ANO * 360                 00001480
                                   + WRK-CALC-MES * 30                  00001490
                                   + WRK-CALC-DIA.                      00001500
             MOVE ENC-CHK-DATA-PAGAMENTO TO WRK-DATA-CALC.              00001510
             COMPUTE WRK-DIAS-PAGTO = WRK-CALC-ANO * 360                00001520
                                    + WRK-CALC-MES * 30                 00001530
                                    + WRK-CALC-DIA.                     00001540
             IF WRK-DIAS-PAGTO NOT > WRK-DIAS-VENC                      00001550
                 GO TO 0200-99-FIM                                      00001560
             END-IF.                                                    00001570
             COMPUTE ENC-CHK-DIAS-ATRASO = WRK-DIAS-PAGTO               00001580
                                         - WRK-DIAS-VENC.               00001590
             IF ENC-CHK-DIAS-ATRASO NOT > ENC-CHK-DIAS-CARENCIA         00001600
                 GO TO 0200-99-FIM                                      00001610
             END-IF.                                                    00001620
             COMPUTE ENC-CHK-VALOR-MULTA ROUNDED =                      00001630
                 ENC-CHK-VALOR-BASE * ENC-CHK-PERC-MULTA / 100.         00001640
             COMPUTE ENC-CHK-VALOR-JUROS ROUNDED =                      00001650
                 ENC-CHK-VALOR-BASE * ENC-CHK-PERC-JUROS-DIA / 100      00001660
                 * ENC-CHK-DIAS-ATRASO.                                 00001670
       0200-99-FIM.            EXIT.                                    00001680
      *---------------------------------------------------              00001690
