      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB01.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DA TABELA DE ENCARGOS POR ATRASO       00000120
      *               (ARQUIVO INDEXADO, CPENC01) VIA CARTOES DE        00000130
      *               TRANSACAO NA SYSIN (INCLUSAO/ALTERACAO/           00000140
      *               EXCLUSAO), NOS MOLDES DA MANUTENCAO DE            00000150
      *               CONDICOES DE PAGAMENTO (FR05CB99). O CARTAO       00000160
      *               TRAZ A DATA DE INICIO DA VIGENCIA (CHAVE),        00000170
      *               O PERCENTUAL DE MULTA, O PERCENTUAL DE JUROS      00000180
      *               AO DIA E OS DIAS DE CARENCIA. A EXCLUSAO E        00000190
      *               LOGICA (STATUS INATIVA) - A ENTRADA DEIXA DE      00000200
      *               VALER E PASSA A VALER A ANTERIOR ATIVA            00000210
      *-------------------------------------------------------*         00000220
      *     HISTORICO DE ALTERACOES                                     00000230
      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000260
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000270
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000280
      *=======================================================*         00000290
                                                                        00000300
      *=======================================================*         00000310
       ENVIRONMENT                               DIVISION.              00000320
      *=======================================================*         00000330
       INPUT-OUTPUT                              SECTION.               00000340
       FILE-CONTROL.                                                    00000350
             SELECT ENCARGO-MASTER ASSIGN TO ARQENC                     00000360
                ORGANIZATION IS INDEXED                                 00000370
                ACCESS MODE  IS DYNAMIC                                 00000380
                RECORD KEY   IS ENC-VIGENCIA                            00000390
                FILE STATUS  IS WRK-FS-ENCARGO.                         00000400
                                                                        00000410
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000420
                FILE STATUS  IS WRK-FS-REJEITO.                         00000430
                                                                        00000440
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000450
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000460
                                                                        00000470
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000480
                FILE STATUS  IS WRK-FS-SYSIN.                           00000490
                                                                        00000500
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000510
                ORGANIZATION IS INDEXED                                 00000520
                ACCESS MODE  IS DYNAMIC                                 00000530
                RECORD KEY   IS CKP-PROGRAMA                            00000540
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000550
                                                                        00000560
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000570
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000580
                                                                        00000590
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS CAL-DATA                                00000630
                FILE STATUS  IS WRK-FS-CALEND.                          00000640
                                                                        00000650
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000660
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000670
                                                                        00000680
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000690
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000700
      *=======================================================*         00000710
       DATA                                      DIVISION.              00000720
      *=======================================================*         00000730
       FILE                                      SECTION.               00000740
       FD ENTRADA-SYSIN                                                 00000750
           RECORDING MODE IS F                                          00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
       01 SYSIN-REGISTRO             PIC X(080).                        00000780
                                                                        00000790
       FD ENCARGO-MASTER.                                               00000800
           COPY CPENC01.                                                00000810
                                                                        00000820
       FD REJEITO-INTAKE                                                00000830
           RECORDING MODE IS F                                          00000840
           BLOCK CONTAINS 0 RECORDS.                                    00000850
           COPY CPREJ23.                                                00000860
                                                                        00000870
       FD AUDITORIA                                                     00000880
           RECORDING MODE IS F                                          00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
           COPY CPAUD01.                                                00000910
                                                                        00000920
       FD CHECKPT.                                                      00000930
           COPY CPCKPT01.                                               00000940
                                                                        00000950
       FD ERRLOG.                                                       00000960
           COPY CPERRL01.                                               00000970
                                                                        00000980
       FD CALENDARIO.                                                   00000990
           COPY CPCAL01.                                                00001000
                                                                        00001010
       FD ESTATIS                                                       00001020
           RECORDING MODE IS F                                          00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
           COPY CPSTA01.                                                00001050
                                                                        00001060
       FD CONTROLE                                                      00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
           COPY CPCTRL01.                                               00001100
                                                                        00001110
       WORKING-STORAGE                           SECTION.               00001120
       01 WRK-REGISTRO.                                                 00001130
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001140
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001150
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001160
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001170
          05 WRK-VIGENCIA    PIC 9(008)       VALUE ZEROS.              00001180
          05 WRK-VIGENCIA-R  REDEFINES WRK-VIGENCIA.                    00001190
             10 WRK-VIG-ANO  PIC 9(004).                                00001200
             10 WRK-VIG-MES  PIC 9(002).                                00001210
             10 WRK-VIG-DIA  PIC 9(002).                                00001220
          05 WRK-PERC-MULTA  PIC 9(002)V99    VALUE ZEROS.              00001230
          05 WRK-PERC-JUROS-DIA                                         00001240
                             PIC 9(001)V9999  VALUE ZEROS.              00001250
          05 WRK-DIAS-CARENCIA                                          00001260
                             PIC 9(003)       VALUE ZEROS.              00001270
                                                                        00001280
       77 WRK-FS-ENCARGO           PIC X(02) VALUE SPACES.              00001290
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001300
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001310
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001320
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001330
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001340
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001350
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001360
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001370
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001380
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001390
       01 WRK-SW-VALIDO.                                                00001400
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001410
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001420
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001430
       COPY CPAUD02.                                                    00001440
       COPY CPCAB01.                                                    00001450
       COPY CPCKP01.                                                    00001460
       COPY CPERR01.                                                    00001470
       COPY CPDTA01.                                                    00001480
       COPY CPSTT01.                                                    00001490
      *---------------------------------------------------              00001500
       LINKAGE                                    SECTION.              00001510
      *---------------------------------------------------              00001520
       01 WRK-PARM-RESTART.                                             00001530
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001540
          05 WRK-PARM-DADOS           PIC X(66).                        00001550
      *=========================================*                       00001560
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001570
      *=========================================*                       00001580
                                                                        00001590
      *---------------------------------------------------              00001600
       0000-PRINCIPAL                     SECTION.                      00001610
      *---------------------------------------------------              00001620
             PERFORM 0100-INICIAR.                                      00001630
             PERFORM 0200-PROCESSAR                                     00001640
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001650
             PERFORM 0300-FINALIZAR.                                    00001660
      *---------------------------------------------------              00001670
       0000-99-FIM.            EXIT.                                    00001680
      *---------------------------------------------------              00001690
                                                                        00001700
       0100-INICIAR                       SECTION.                      00001710
             MOVE 'FR06CB01' TO WRK-CAB-PROGRAMA.                       00001720
             PERFORM 0101-CABECALHO-PADRAO.                             00001730
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001740
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001750
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001760
             PERFORM 0102-INTERPRETAR-PARM.                             00001770
             OPEN I-O ENCARGO-MASTER.                                   00001780
             IF WRK-FS-ENCARGO EQUAL '35'                               00001790
                 OPEN OUTPUT ENCARGO-MASTER                             00001800
                 CLOSE ENCARGO-MASTER                                   00001810
                 OPEN I-O ENCARGO-MASTER                                00001820
             END-IF.                                                    00001830
             OPEN INPUT ENTRADA-SYSIN.                                  00001840
             PERFORM 0105-ABRIR-AUDITORIA.                              00001850
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001860
             PERFORM 0104-POSICIONAR-RESTART.                           00001870
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001880
                 OPEN EXTEND REJEITO-INTAKE                             00001890
                 OPEN EXTEND CONTROLE                                   00001900
             ELSE                                                       00001910
                 OPEN OUTPUT REJEITO-INTAKE                             00001920
                 OPEN OUTPUT CONTROLE                                   00001930
             END-IF.                                                    00001940
             PERFORM 0110-TESTAR-STATUS.                                00001950
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00001960
      *---------------------------------------------------              00001970
       0100-99-FIM.            EXIT.                                    00001980
      *---------------------------------------------------              00001990
           COPY CPCAB02.                                                00002000
       COPY CPCKP02.                                                    00002010
           COPY CPERR02.                                                00002020
           COPY CPDTA02.                                                00002030
           COPY CPSTT02.                                                00002040
           COPY CPAUD03.                                                00002050
      *---------------------------------------------------              00002060
       0105-ABRIR-AUDITORIA               SECTION.                      00002070
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002080
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002090
      *---------------------------------------------------              00002100
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002110
             OPEN EXTEND AUDITORIA.                                     00002120
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002130
                 OPEN OUTPUT AUDITORIA                                  00002140
                 CLOSE AUDITORIA                                        00002150
                 OPEN EXTEND AUDITORIA                                  00002160
             END-IF.                                                    00002170
      *---------------------------------------------------              00002180
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002190
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002200
      *    ULTIMO CHECKPOINT                                            00002210
      *---------------------------------------------------              00002220
             PERFORM 0108-PULAR-UM-CARTAO                               00002230
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002240
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002250
      *---------------------------------------------------              00002260
       0108-PULAR-UM-CARTAO               SECTION.                      00002270
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002280
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002290
                 ADD 1 TO WRK-CONT-LIDOS                                00002300
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002310
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002320
             END-IF.                                                    00002330
                                                                        00002340
       0110-TESTAR-STATUS                 SECTION.                      00002350
             IF WRK-FS-ENCARGO NOT EQUAL ZEROS                          00002360
                 MOVE ' ERRO OPEN ENCARGO-MASTER ' TO WRK-MSG           00002370
                 PERFORM 9000-TRATA-ERROS                               00002380
             END-IF.                                                    00002390
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002400
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002410
                 PERFORM 9000-TRATA-ERROS                               00002420
             END-IF.                                                    00002430
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002440
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002450
                 PERFORM 9000-TRATA-ERROS                               00002460
             END-IF.                                                    00002470
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002480
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002490
                 PERFORM 9000-TRATA-ERROS                               00002500
             END-IF.                                                    00002510
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002520
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002530
                 PERFORM 9000-TRATA-ERROS                               00002540
             END-IF.                                                    00002550
      *---------------------------------------------------              00002560
       0200-PROCESSAR                     SECTION.                      00002570
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002580
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002590
                 ADD 1 TO WRK-CONT-LIDOS                                00002600
                 PERFORM 0210-VALIDAR-REGISTRO                          00002610
                 IF WRK-REGISTRO-VALIDO                                 00002620
                     PERFORM 0212-GRAVA-ENCARGO                         00002630
                 END-IF                                                 00002640
                 IF WRK-REGISTRO-VALIDO                                 00002650
                     ADD 1 TO WRK-CONT-ACEITOS                          00002660
                     SET AUD-ACEITO TO TRUE                             00002670
                 ELSE                                                   00002680
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002690
                     PERFORM 0220-GRAVA-REJEITO                         00002700
                     SET AUD-REJEITADO TO TRUE                          00002710
                 END-IF                                                 00002720
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002730
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002740
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002750
             END-IF.                                                    00002760
      *---------------------------------------------------              00002770
       0212-GRAVA-ENCARGO                 SECTION.                      00002780
             MOVE WRK-VIGENCIA    TO ENC-VIGENCIA.                      00002790
             EVALUATE TRUE                                              00002800
                 WHEN WRK-TRANS-INCLUSAO                                00002810
                     MOVE WRK-PERC-MULTA     TO ENC-PERC-MULTA          00002820
                     MOVE WRK-PERC-JUROS-DIA TO ENC-PERC-JUROS-DIA      00002830
                     MOVE WRK-DIAS-CARENCIA  TO ENC-DIAS-CARENCIA       00002840
                     SET ENC-ATIVA           TO TRUE                    00002850
                     WRITE CPENC01-REGISTRO                             00002860
                         INVALID KEY                                    00002870
                             MOVE ' VIGENCIA DE ENCARGOS JA CADASTRADA '00002880
                                 TO WRK-MSG                             00002890
                             DISPLAY WRK-MSG                            00002900
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002910
                             MOVE 06 TO REJ23-CODIGO-MOTIVO             00002920
                             MOVE WRK-MSG TO REJ23-DESCRICAO-MOTIVO     00002930
                     END-WRITE                                          00002940
                 WHEN WRK-TRANS-ALTERACAO                               00002950
                     READ ENCARGO-MASTER                                00002960
                         INVALID KEY                                    00002970
                             MOVE ' VIGENCIA DE ENCARGOS INEXISTENTE '  00002980
                                 TO WRK-MSG                             00002990
                             DISPLAY WRK-MSG                            00003000
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003010
                             MOVE 06 TO REJ23-CODIGO-MOTIVO             00003020
                             MOVE WRK-MSG TO REJ23-DESCRICAO-MOTIVO     00003030
                         NOT INVALID KEY                                00003040
                             MOVE WRK-PERC-MULTA    TO ENC-PERC-MULTA   00003050
                             MOVE WRK-PERC-JUROS-DIA                    00003060
                                 TO ENC-PERC-JUROS-DIA                  00003070
                             MOVE WRK-DIAS-CARENCIA                     00003080
                                 TO ENC-DIAS-CARENCIA                   00003090
                             SET ENC-ATIVA          TO TRUE             00003100
                             REWRITE CPENC01-REGISTRO                   00003110
                     END-READ                                           00003120
                 WHEN WRK-TRANS-EXCLUSAO                                00003130
                     READ ENCARGO-MASTER                                00003140
                         INVALID KEY                                    00003150
                             MOVE ' VIGENCIA DE ENCARGOS INEXISTENTE '  00003160
                                 TO WRK-MSG                             00003170
                             DISPLAY WRK-MSG                            00003180
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003190
                             MOVE 06 TO REJ23-CODIGO-MOTIVO             00003200
                             MOVE WRK-MSG TO REJ23-DESCRICAO-MOTIVO     00003210
                         NOT INVALID KEY                                00003220
                             SET ENC-INATIVA TO TRUE                    00003230
                             REWRITE CPENC01-REGISTRO                   00003240
                     END-READ                                           00003250
             END-EVALUATE.                                              00003260
      *---------------------------------------------------              00003270
       0210-VALIDAR-REGISTRO              SECTION.                      00003280
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003290
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003300
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003310
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003320
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003330
                 MOVE 01 TO REJ23-CODIGO-MOTIVO                         00003340
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003350
                     REJ23-DESCRICAO-MOTIVO                             00003360
             ELSE IF WRK-VIGENCIA NOT NUMERIC                           00003370
                OR WRK-VIG-ANO EQUAL ZEROS                              00003380
                OR WRK-VIG-MES < 01 OR WRK-VIG-MES > 12                 00003390
                OR WRK-VIG-DIA < 01 OR WRK-VIG-DIA > 31                 00003400
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003410
                 MOVE 02 TO REJ23-CODIGO-MOTIVO                         00003420
                 MOVE 'DATA DE VIGENCIA INVALIDA' TO                    00003430
                     REJ23-DESCRICAO-MOTIVO                             00003440
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003450
                 CONTINUE                                               00003460
             ELSE IF WRK-PERC-MULTA NOT NUMERIC                         00003470
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003480
                 MOVE 03 TO REJ23-CODIGO-MOTIVO                         00003490
                 MOVE 'PERCENTUAL DE MULTA NAO NUMERICO' TO             00003500
                     REJ23-DESCRICAO-MOTIVO                             00003510
             ELSE IF WRK-PERC-JUROS-DIA NOT NUMERIC                     00003520
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003530
                 MOVE 04 TO REJ23-CODIGO-MOTIVO                         00003540
                 MOVE 'PERCENTUAL DE JUROS AO DIA NAO NUMERICO'         00003550
                     TO REJ23-DESCRICAO-MOTIVO                          00003560
             ELSE IF WRK-DIAS-CARENCIA NOT NUMERIC                      00003570
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003580
                 MOVE 05 TO REJ23-CODIGO-MOTIVO                         00003590
                 MOVE 'DIAS DE CARENCIA NAO NUMERICO' TO                00003600
                     REJ23-DESCRICAO-MOTIVO                             00003610
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00003620
      *---------------------------------------------------              00003630
       0220-GRAVA-REJEITO                 SECTION.                      00003640
             MOVE 'FR06CB01' TO REJ23-PROGRAMA.                         00003650
             MOVE WRK-REGISTRO TO REJ23-REGISTRO-ORIGINAL.              00003660
             WRITE CPREJ23-REGISTRO.                                    00003670
      *---------------------------------------------------              00003680
       0900-GRAVAR-AUDITORIA              SECTION.                      00003690
             MOVE 'FR06CB01' TO AUD-PROGRAMA.                           00003700
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00003710
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00003720
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00003730
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00003740
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00003750
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00003760
             MOVE ZEROS TO AUD-NUM-LOTE.                                00003770
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00003780
             WRITE CPAUD01-REGISTRO.                                    00003790
      *---------------------------------------------------              00003800
       0300-FINALIZAR                     SECTION.                      00003810
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00003820
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00003830
             PERFORM 0310-GRAVA-CONTROLE.                               00003840
             MOVE WRK-CONT-LIDOS                                        00003850
                 TO WRK-STT-REGISTROS.                                  00003860
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003870
             CLOSE ENCARGO-MASTER.                                      00003880
             CLOSE REJEITO-INTAKE.                                      00003890
             CLOSE AUDITORIA.                                           00003900
             CLOSE ENTRADA-SYSIN.                                       00003910
             CLOSE CONTROLE.                                            00003920
             DISPLAY '==========================='.                     00003930
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00003940
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00003950
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00003960
             DISPLAY '==========================='.                     00003970
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003980
             PERFORM 9000-TRATA-ERROS.                                  00003990
      *---------------------------------------------------              00004000
       0310-GRAVA-CONTROLE                SECTION.                      00004010
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004020
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004030
      *---------------------------------------------------              00004040
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004050
             MOVE SPACES              TO CTL-DATA-HORA.                 00004060
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004070
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004080
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004090
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004100
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004110
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004120
             MOVE ZERO                TO CTL-QTD-FONTES.                00004130
             WRITE CPCTRL01-REGISTRO.                                   00004140
      *---------------------------------------------------              00004150
       9000-TRATA-ERROS                   SECTION.                      00004160
      *---------------------------------------------------              00004170
             PERFORM 9050-GRAVAR-ERRLOG.                                00004180
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004190
             STOP RUN.                                                  00004200
      *--------------------------------------------------------------   00004210
       9000-99-FIM.            EXIT.                                    00004220
      *--------------------------------------------------------------   00004230
