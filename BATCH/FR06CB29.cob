      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB29.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA      00000120
      *               (CPAUD01). PERCORRE AS GERACOES ARQUIVADAS        00000130
      *               PELA FR05CB15, DA MAIS ANTIGA PARA A MAIS         00000140
      *               NOVA, E A TRILHA ATIVA, CONCATENADAS NO           00000150
      *               ARQAUD, RECALCULANDO O HASH DE CADA REGISTRO      00000160
      *               (CPAUD03) E CONFERINDO A SEQUENCIA CORRIDA E      00000170
      *               O ELO COM O REGISTRO ANTERIOR. APONTA:            00000180
      *               - REGISTRO ALTERADO (HASH NAO CONFERE)            00000190
      *               - LACUNA NA SEQUENCIA (REGISTRO EXCLUIDO)         00000200
      *               - ELO QUEBRADO (HASH ANTERIOR NAO CONFERE)        00000210
      *               - REGISTRO SEM ENCADEAMENTO VALIDO                00000220
      *               O REGISTRO DE ELO (SITUACAO 'E') QUE FECHA        00000230
      *               UMA GERACAO E ABRE A SEGUINTE E CONTADO UMA       00000240
      *               SO VEZ. QUALQUER OCORRENCIA TERMINA O JOB COM     00000250
      *               RC=12, PARANDO A CADEIA NOTURNA                   00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000390
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000400
                                                                        00000410
             SELECT RELVER   ASSIGN TO ARQRPT                           00000420
                FILE STATUS  IS WRK-FS-RELVER.                          00000430
                                                                        00000440
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000450
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000460
                                                                        00000470
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS DYNAMIC                                 00000500
                RECORD KEY   IS CAL-DATA                                00000510
                FILE STATUS  IS WRK-FS-CALEND.                          00000520
                                                                        00000530
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000540
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000550
      *=======================================================*         00000560
       DATA                                      DIVISION.              00000570
      *=======================================================*         00000580
       FILE                                      SECTION.               00000590
       FD AUDITORIA                                                     00000600
           RECORDING MODE IS F                                          00000610
           BLOCK CONTAINS 0 RECORDS.                                    00000620
           COPY CPAUD01.                                                00000630
                                                                        00000640
       FD RELVER                                                        00000650
           RECORDING MODE IS F                                          00000660
           BLOCK CONTAINS 0 RECORDS.                                    00000670
       01 REL-LINHA                  PIC X(132).                        00000680
                                                                        00000690
       FD ERRLOG.                                                       00000700
           COPY CPERRL01.                                               00000710
                                                                        00000720
       FD CALENDARIO.                                                   00000730
           COPY CPCAL01.                                                00000740
                                                                        00000750
       FD ESTATIS                                                       00000760
           RECORDING MODE IS F                                          00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
           COPY CPSTA01.                                                00000790
                                                                        00000800
       WORKING-STORAGE                           SECTION.               00000810
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00000820
       77 WRK-FS-RELVER            PIC X(02) VALUE SPACES.              00000830
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00000840
       77 WRK-SEQ-ESPERADA         PIC 9(09) VALUE ZERO.                00000850
       77 WRK-SEQ-INICIAL          PIC 9(09) VALUE ZERO.                00000860
       77 WRK-CONT-LIDOS           PIC 9(09) COMP VALUE ZERO.           00000870
       77 WRK-CONT-ELOS            PIC 9(07) COMP VALUE ZERO.           00000880
       77 WRK-CONT-OCORRENCIAS     PIC 9(07) COMP VALUE ZERO.           00000890
       01 WRK-SW-ANTERIOR.                                              00000900
          05 WRK-SW-ANTERIOR-IND     PIC X(01) VALUE 'N'.               00000910
             88 WRK-HA-ANTERIOR            VALUE 'S'.                   00000920
             88 WRK-SEM-ANTERIOR           VALUE 'N'.                   00000930
       01 WRK-SW-ANT-ELO.                                               00000940
          05 WRK-SW-ANT-ELO-IND      PIC X(01) VALUE 'N'.               00000950
             88 WRK-ANTERIOR-E-ELO         VALUE 'S'.                   00000960
             88 WRK-ANTERIOR-NAO-E-ELO     VALUE 'N'.                   00000970
      *---------------------------------------------------              00000980
      *    LINHAS DO RELATORIO DE VERIFICACAO                           00000990
      *---------------------------------------------------              00001000
       01 WRK-SEPARA.                                                   00001010
          05 FILLER PIC X(110) VALUE ALL '='.                           00001020
                                                                        00001030
       01 WRK-CABEC1.                                                   00001040
          05 FILLER               PIC X(56) VALUE                       00001050
             'VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA - DATA: '.   00001060
          05 WRK-REL-DATA         PIC 9(08).                            00001070
                                                                        00001080
       01 WRK-CABEC2.                                                   00001090
          05 FILLER PIC X(12) VALUE 'SEQUENCIA'.                        00001100
          05 FILLER PIC X(10) VALUE 'PROGRAMA'.                         00001110
          05 FILLER PIC X(10) VALUE 'DATA'.                             00001120
          05 FILLER PIC X(08) VALUE 'HORA'.                             00001130
          05 FILLER PIC X(04) VALUE 'SIT'.                              00001140
          05 FILLER PIC X(50) VALUE 'OCORRENCIA'.                       00001150
                                                                        00001160
       01 WRK-DETALHE.                                                  00001170
          05 WRK-DET-SEQUENCIA    PIC Z(8)9.                            00001180
          05 FILLER               PIC X(03) VALUE SPACES.               00001190
          05 WRK-DET-PROGRAMA     PIC X(08).                            00001200
          05 FILLER               PIC X(02) VALUE SPACES.               00001210
          05 WRK-DET-DATA         PIC 9(08).                            00001220
          05 FILLER               PIC X(02) VALUE SPACES.               00001230
          05 WRK-DET-HORA         PIC 9(06).                            00001240
          05 FILLER               PIC X(02) VALUE SPACES.               00001250
          05 WRK-DET-SITUACAO     PIC X(01).                            00001260
          05 FILLER               PIC X(03) VALUE SPACES.               00001270
          05 WRK-DET-OCORRENCIA   PIC X(60).                            00001280
                                                                        00001290
       01 WRK-LINHA-ESPERADA.                                           00001300
          05 FILLER               PIC X(30) VALUE                       00001310
             'LACUNA NA SEQUENCIA - ESPERADA'.                          00001320
          05 FILLER               PIC X(01) VALUE SPACES.               00001330
          05 WRK-ESP-SEQUENCIA    PIC Z(8)9.                            00001340
          05 FILLER               PIC X(20) VALUE SPACES.               00001350
                                                                        00001360
       01 WRK-TOTAL.                                                    00001370
          05 FILLER               PIC X(04) VALUE SPACES.               00001380
          05 WRK-TOT-ROTULO       PIC X(40).                            00001390
          05 WRK-TOT-VALOR        PIC Z(8)9.                            00001400
                                                                        00001410
       01 WRK-CONCLUSAO.                                                00001420
          05 FILLER               PIC X(04) VALUE SPACES.               00001430
          05 WRK-CON-TEXTO        PIC X(60).                            00001440
       COPY CPAUD02.                                                    00001450
       COPY CPCAB01.                                                    00001460
       COPY CPERR01.                                                    00001470
       COPY CPDTA01.                                                    00001480
       COPY CPSTT01.                                                    00001490
      *=========================================*                       00001500
       PROCEDURE                                 DIVISION.              00001510
      *=========================================*                       00001520
                                                                        00001530
      *---------------------------------------------------              00001540
       0000-PRINCIPAL                     SECTION.                      00001550
      *---------------------------------------------------              00001560
             PERFORM 0100-INICIAR.                                      00001570
             PERFORM 0200-PROCESSAR                                     00001580
                 UNTIL WRK-FS-AUDITORIA EQUAL '10'.                     00001590
             PERFORM 0300-FINALIZAR.                                    00001600
      *---------------------------------------------------              00001610
       0000-99-FIM.            EXIT.                                    00001620
      *---------------------------------------------------              00001630
                                                                        00001640
       0100-INICIAR                       SECTION.                      00001650
             MOVE 'FR06CB29' TO WRK-CAB-PROGRAMA.                       00001660
             PERFORM 0101-CABECALHO-PADRAO.                             00001670
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001680
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001690
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001700
             OPEN INPUT AUDITORIA.                                      00001710
             OPEN OUTPUT RELVER.                                        00001720
             PERFORM 0110-TESTAR-STATUS.                                00001730
             MOVE WRK-DATA-NEGOCIO TO WRK-REL-DATA.                     00001740
             WRITE REL-LINHA FROM WRK-SEPARA.                           00001750
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001760
             WRITE REL-LINHA FROM WRK-SEPARA.                           00001770
             WRITE REL-LINHA FROM WRK-CABEC2.                           00001780
      *---------------------------------------------------              00001790
       0100-99-FIM.            EXIT.                                    00001800
      *---------------------------------------------------              00001810
           COPY CPCAB02.                                                00001820
           COPY CPERR02.                                                00001830
           COPY CPDTA02.                                                00001840
           COPY CPSTT02.                                                00001850
           COPY CPAUD03.                                                00001860
      *---------------------------------------------------              00001870
       0110-TESTAR-STATUS                 SECTION.                      00001880
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00001890
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00001900
                 PERFORM 9000-TRATA-ERROS                               00001910
             END-IF.                                                    00001920
             IF WRK-FS-RELVER NOT EQUAL ZEROS                           00001930
                 MOVE ' ERRO OPEN RELVER ' TO WRK-MSG                   00001940
                 PERFORM 9000-TRATA-ERROS                               00001950
             END-IF.                                                    00001960
      *---------------------------------------------------              00001970
       0200-PROCESSAR                     SECTION.                      00001980
             READ AUDITORIA.                                            00001990
             IF WRK-FS-AUDITORIA EQUAL ZEROS                            00002000
                 ADD 1 TO WRK-CONT-LIDOS                                00002010
                 PERFORM 0210-CONFERIR-REGISTRO                         00002020
             END-IF.                                                    00002030
      *---------------------------------------------------              00002040
       0210-CONFERIR-REGISTRO             SECTION.                      00002050
      *    CONFERE O REGISTRO CONTRA O SEU PROPRIO HASH E CONTRA        00002060
      *    O ULTIMO ELO ACEITO. O PRIMEIRO REGISTRO LIDO SO TEM         00002070
      *    O HASH CONFERIDO - O QUE VEIO ANTES DELE JA SAIU DA          00002080
      *    JANELA DE GERACOES INFORMADA NO ARQAUD                       00002090
      *---------------------------------------------------              00002100
             IF AUD-ENCADEAMENTO NOT NUMERIC                            00002110
                OR AUD-HASH NOT NUMERIC                                 00002120
                 MOVE 'REGISTRO SEM ENCADEAMENTO VALIDO'                00002130
                     TO WRK-DET-OCORRENCIA                              00002140
                 PERFORM 0250-REGISTRAR-OCORRENCIA                      00002150
                 GO TO 0210-99-FIM                                      00002160
             END-IF.                                                    00002170
             PERFORM 0904-CALCULAR-HASH-AUDITORIA.                      00002180
             IF WRK-AUD-HSH-RESULTADO NOT EQUAL AUD-HASH                00002190
                 MOVE 'REGISTRO ALTERADO - HASH NAO CONFERE'            00002200
                     TO WRK-DET-OCORRENCIA                              00002210
                 PERFORM 0250-REGISTRAR-OCORRENCIA                      00002220
             ELSE IF WRK-HA-ANTERIOR                                    00002230
                     AND WRK-ANTERIOR-E-ELO                             00002240
                     AND AUD-ELO-GERACAO                                00002250
                     AND AUD-SEQUENCIA EQUAL WRK-AUD-ULT-SEQUENCIA      00002260
                     AND AUD-HASH EQUAL WRK-AUD-ULT-HASH                00002270
      *              MESMO ELO REPETIDO NO INICIO DA GERACAO SEGUINTE   00002280
                 GO TO 0210-99-FIM                                      00002290
             END-IF                                                     00002300
             END-IF.                                                    00002310
             IF WRK-SEM-ANTERIOR                                        00002320
                 MOVE AUD-SEQUENCIA TO WRK-SEQ-INICIAL                  00002330
             ELSE                                                       00002340
                 PERFORM 0220-CONFERIR-ELO                              00002350
             END-IF.                                                    00002360
             IF AUD-ELO-GERACAO                                         00002370
                 ADD 1 TO WRK-CONT-ELOS                                 00002380
                 SET WRK-ANTERIOR-E-ELO TO TRUE                         00002390
             ELSE                                                       00002400
                 SET WRK-ANTERIOR-NAO-E-ELO TO TRUE                     00002410
             END-IF.                                                    00002420
             SET WRK-HA-ANTERIOR TO TRUE.                               00002430
             MOVE AUD-SEQUENCIA TO WRK-AUD-ULT-SEQUENCIA.               00002440
             MOVE AUD-HASH      TO WRK-AUD-ULT-HASH.                    00002450
       0210-99-FIM.            EXIT.                                    00002460
      *---------------------------------------------------              00002470
       0220-CONFERIR-ELO                  SECTION.                      00002480
             COMPUTE WRK-SEQ-ESPERADA = WRK-AUD-ULT-SEQUENCIA + 1.      00002490
             IF AUD-SEQUENCIA NOT EQUAL WRK-SEQ-ESPERADA                00002500
                 MOVE WRK-SEQ-ESPERADA   TO WRK-ESP-SEQUENCIA           00002510
                 MOVE WRK-LINHA-ESPERADA TO WRK-DET-OCORRENCIA          00002520
                 PERFORM 0250-REGISTRAR-OCORRENCIA                      00002530
             END-IF.                                                    00002540
             IF AUD-HASH-ANTERIOR NOT EQUAL WRK-AUD-ULT-HASH            00002550
                 MOVE 'ELO QUEBRADO - HASH ANTERIOR NAO CONFERE'        00002560
                     TO WRK-DET-OCORRENCIA                              00002570
                 PERFORM 0250-REGISTRAR-OCORRENCIA                      00002580
             END-IF.                                                    00002590
      *---------------------------------------------------              00002600
       0250-REGISTRAR-OCORRENCIA          SECTION.                      00002610
      *    IMPRIME A OCORRENCIA JA MOVIDA PARA WRK-DET-OCORRENCIA       00002620
      *    COM A IDENTIFICACAO DO REGISTRO LIDO                         00002630
      *---------------------------------------------------              00002640
             ADD 1 TO WRK-CONT-OCORRENCIAS.                             00002650
             IF AUD-SEQUENCIA NUMERIC                                   00002660
                 MOVE AUD-SEQUENCIA TO WRK-DET-SEQUENCIA                00002670
             ELSE                                                       00002680
                 MOVE ZEROS         TO WRK-DET-SEQUENCIA                00002690
             END-IF.                                                    00002700
             MOVE AUD-PROGRAMA     TO WRK-DET-PROGRAMA.                 00002710
             MOVE AUD-DATA         TO WRK-DET-DATA.                     00002720
             MOVE AUD-HORA         TO WRK-DET-HORA.                     00002730
             MOVE AUD-STATUS-TRANS TO WRK-DET-SITUACAO.                 00002740
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002750
             DISPLAY ' REGISTRO ' WRK-CONT-LIDOS ': '                   00002760
                     WRK-DET-OCORRENCIA.                                00002770
      *---------------------------------------------------              00002780
       0300-FINALIZAR                     SECTION.                      00002790
             MOVE WRK-CONT-LIDOS                                        00002800
                 TO WRK-STT-REGISTROS.                                  00002810
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00002820
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002830
             MOVE 'REGISTROS LIDOS.........................:'           00002840
                 TO WRK-TOT-ROTULO.                                     00002850
             MOVE WRK-CONT-LIDOS       TO WRK-TOT-VALOR.                00002860
             WRITE REL-LINHA FROM WRK-TOTAL.                            00002870
             MOVE 'ELOS ENTRE GERACOES.....................:'           00002880
                 TO WRK-TOT-ROTULO.                                     00002890
             MOVE WRK-CONT-ELOS        TO WRK-TOT-VALOR.                00002900
             WRITE REL-LINHA FROM WRK-TOTAL.                            00002910
             MOVE 'SEQUENCIA INICIAL VERIFICADA............:'           00002920
                 TO WRK-TOT-ROTULO.                                     00002930
             MOVE WRK-SEQ-INICIAL      TO WRK-TOT-VALOR.                00002940
             WRITE REL-LINHA FROM WRK-TOTAL.                            00002950
             MOVE 'SEQUENCIA FINAL VERIFICADA..............:'           00002960
                 TO WRK-TOT-ROTULO.                                     00002970
             MOVE WRK-AUD-ULT-SEQUENCIA TO WRK-TOT-VALOR.               00002980
             WRITE REL-LINHA FROM WRK-TOTAL.                            00002990
             MOVE 'OCORRENCIAS.............................:'           00003000
                 TO WRK-TOT-ROTULO.                                     00003010
             MOVE WRK-CONT-OCORRENCIAS TO WRK-TOT-VALOR.                00003020
             WRITE REL-LINHA FROM WRK-TOTAL.                            00003030
             IF WRK-CONT-OCORRENCIAS EQUAL ZERO                         00003040
                 MOVE 'CADEIA INTEGRA' TO WRK-CON-TEXTO                 00003050
             ELSE                                                       00003060
                 MOVE 'CADEIA QUEBRADA - APURAR AS OCORRENCIAS ACIMA'   00003070
                     TO WRK-CON-TEXTO                                   00003080
             END-IF.                                                    00003090
             WRITE REL-LINHA FROM WRK-CONCLUSAO.                        00003100
             CLOSE AUDITORIA.                                           00003110
             CLOSE RELVER.                                              00003120
             DISPLAY '==========================='.                     00003130
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00003140
             DISPLAY 'ELOS DE GERACAO..: ' WRK-CONT-ELOS.               00003150
             DISPLAY 'OCORRENCIAS......: ' WRK-CONT-OCORRENCIAS.        00003160
             DISPLAY '==========================='.                     00003170
             IF WRK-CONT-OCORRENCIAS > ZERO                             00003180
                 MOVE 12 TO RETURN-CODE                                 00003190
                 MOVE ' ERRO CADEIA DE AUDITORIA QUEBRADA ' TO WRK-MSG  00003200
             ELSE                                                       00003210
                 MOVE 'FINAL DE PROCESSO' TO WRK-MSG                    00003220
             END-IF.                                                    00003230
             PERFORM 9000-TRATA-ERROS.                                  00003240
      *---------------------------------------------------              00003250
       9000-TRATA-ERROS                   SECTION.                      00003260
      *---------------------------------------------------              00003270
             PERFORM 9050-GRAVAR-ERRLOG.                                00003280
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00003290
             STOP RUN.                                                  00003300
      *--------------------------------------------------------------   00003310
       9000-99-FIM.            EXIT.                                    00003320
      *--------------------------------------------------------------   00003330
