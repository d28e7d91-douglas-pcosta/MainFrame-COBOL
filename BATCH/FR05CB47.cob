      *     DATA        AUTOR   DESCRICAO                               00000220
      *     ----------  ------  --------------------------------        00000230
      *     22/08/2026  IVS     PROGRAMA INICIAL                        00000240
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000250
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000260
      *=======================================================*         00000270
                                                                        00000280
      *=======================================================*         00000290
       ENVIRONMENT                               DIVISION.              00000300
      *=======================================================*         00000310
       INPUT-OUTPUT                              SECTION.               00000320
       FILE-CONTROL.                                                    00000330
             SELECT DEPARTAMENTO-MST ASSIGN TO ARQDEP                   00000340
                ORGANIZATION IS INDEXED                                 00000350
                ACCESS MODE  IS DYNAMIC                                 00000360
                RECORD KEY   IS DEP-CODIGO                              00000370
                FILE STATUS  IS WRK-FS-DEPARTAM.                        00000380
                                                                        00000390
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000400
                FILE STATUS  IS WRK-FS-REJEITO.                         00000410
                                                                        00000420
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000430
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000440
                                                                        00000450
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000460
                FILE STATUS  IS WRK-FS-SYSIN.                           00000470
                                                                        00000480
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS DYNAMIC                                 00000510
                RECORD KEY   IS CKP-PROGRAMA                            00000520
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000530
                                                                        00000540
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000550
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000560
                                                                        00000570
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000580
                ORGANIZATION IS INDEXED                                 00000590
                ACCESS MODE  IS DYNAMIC                                 00000600
                RECORD KEY   IS CAL-DATA                                00000610
                FILE STATUS  IS WRK-FS-CALEND.                          00000620
                                                                        00000630
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000640
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000650
                                                                        00000660
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000670
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000680
      *=======================================================*         00000690
       DATA                                      DIVISION.              00000700
      *=======================================================*         00000710
       FILE                                      SECTION.               00000720
       FD ENTRADA-SYSIN                                                 00000730
           RECORDING MODE IS F                                          00000740
           BLOCK CONTAINS 0 RECORDS.                                    00000750
       01 SYSIN-REGISTRO             PIC X(037).                        00000760
                                                                        00000770
       FD DEPARTAMENTO-MST.                                             00000780
           COPY CPDEP01.                                                00000790
                                                                        00000800
       FD REJEITO-INTAKE                                                00000810
           RECORDING MODE IS F                                          00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
           COPY CPREJ07.                                                00000840
                                                                        00000850
       FD AUDITORIA                                                     00000860
           RECORDING MODE IS F                                          00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
           COPY CPAUD01.                                                00000890
                                                                        00000900
       FD CHECKPT.                                                      00000910
           COPY CPCKPT01.                                               00000920
                                                                        00000930
       FD ERRLOG.                                                       00000940
           COPY CPERRL01.                                               00000950
                                                                        00000960
       FD CALENDARIO.                                                   00000970
           COPY CPCAL01.                                                00000980
                                                                        00000990
       FD ESTATIS                                                       00001000
           RECORDING MODE IS F                                          00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
           COPY CPSTA01.                                                00001030
                                                                        00001040
       FD CONTROLE                                                      00001050
           RECORDING MODE IS F                                          00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
           COPY CPCTRL01.                                               00001080
                                                                        00001090
       WORKING-STORAGE                           SECTION.               00001100
       01 WRK-REGISTRO.                                                 00001110
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001120
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001130
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001140
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001150
          05 WRK-CODIGO      PIC X(005)       VALUE SPACES.             00001160
          05 WRK-DESCRICAO   PIC X(025)       VALUE SPACES.             00001170
          05 WRK-CENTRO-CUSTO PIC 9(006)      VALUE ZEROS.              00001180
                                                                        00001190
       77 WRK-FS-DEPARTAM         PIC X(02) VALUE SPACES.               00001200
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001210
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001220
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001230
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001240
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001250
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001260
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001270
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001280
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001290
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001300
       01 WRK-SW-VALIDO.                                                00001310
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001320
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001330
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001340
       COPY CPAUD02.                                                    00001350
       COPY CPCAB01.                                                    00001360
       COPY CPCKP01.                                                    00001370
       COPY CPERR01.                                                    00001380
       COPY CPDTA01.                                                    00001390
       COPY CPSTT01.                                                    00001400
      *---------------------------------------------------              00001410
       LINKAGE                                    SECTION.              00001420
      *---------------------------------------------------              00001430
       01 WRK-PARM-RESTART.                                             00001440
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001450
          05 WRK-PARM-DADOS           PIC X(66).                        00001460
      *=========================================*                       00001470
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001480
      *=========================================*                       00001490
                                                                        00001500
      *---------------------------------------------------              00001510
       0000-PRINCIPAL                     SECTION.                      00001520
      *---------------------------------------------------              00001530
             PERFORM 0100-INICIAR.                                      00001540
             PERFORM 0200-PROCESSAR                                     00001550
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001560
             PERFORM 0300-FINALIZAR.                                    00001570
      *---------------------------------------------------              00001580
       0000-99-FIM.            EXIT.                                    00001590
      *---------------------------------------------------              00001600
                                                                        00001610
       0100-INICIAR                       SECTION.                      00001620
             MOVE 'FR05CB47' TO WRK-CAB-PROGRAMA.                       00001630
             PERFORM 0101-CABECALHO-PADRAO.                             00001640
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001650
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001660
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001670
             PERFORM 0102-INTERPRETAR-PARM.                             00001680
             OPEN I-O DEPARTAMENTO-MST.                                 00001690
             IF WRK-FS-DEPARTAM EQUAL '35'                              00001700
                 OPEN OUTPUT DEPARTAMENTO-MST                           00001710
                 CLOSE DEPARTAMENTO-MST                                 00001720
                 OPEN I-O DEPARTAMENTO-MST                              00001730
             END-IF.                                                    00001740
             OPEN INPUT ENTRADA-SYSIN.                                  00001750
             PERFORM 0105-ABRIR-AUDITORIA.                              00001760
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001770
             PERFORM 0104-POSICIONAR-RESTART.                           00001780
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001790
                 OPEN EXTEND REJEITO-INTAKE                             00001800
                 OPEN EXTEND CONTROLE                                   00001810
             ELSE                                                       00001820
                 OPEN OUTPUT REJEITO-INTAKE                             00001830
                 OPEN OUTPUT CONTROLE                                   00001840
             END-IF.                                                    00001850
             PERFORM 0110-TESTAR-STATUS.                                00001860
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00001870
      *---------------------------------------------------              00001880
       0100-99-FIM.            EXIT.                                    00001890
      *---------------------------------------------------              00001900
           COPY CPCAB02.                                                00001910
       COPY CPCKP02.                                                    00001920
           COPY CPERR02.                                                00001930
           COPY CPDTA02.                                                00001940
           COPY CPSTT02.                                                00001950
           COPY CPAUD03.                                                00001960
      *---------------------------------------------------              00001970
       0105-ABRIR-AUDITORIA               SECTION.                      00001980
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00001990
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002000
      *---------------------------------------------------              00002010
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002020
             OPEN EXTEND AUDITORIA.                                     00002030
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002040
                 OPEN OUTPUT AUDITORIA                                  00002050
                 CLOSE AUDITORIA                                        00002060
                 OPEN EXTEND AUDITORIA                                  00002070
             END-IF.                                                    00002080
      *---------------------------------------------------              00002090
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002100
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002110
      *    ULTIMO CHECKPOINT                                            00002120
      *---------------------------------------------------              00002130
             PERFORM 0108-PULAR-UM-CARTAO                               00002140
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002150
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002160
      *---------------------------------------------------              00002170
       0108-PULAR-UM-CARTAO               SECTION.                      00002180
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002190
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002200
                 ADD 1 TO WRK-CONT-LIDOS                                00002210
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002220
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002230
             END-IF.                                                    00002240
                                                                        00002250
       0110-TESTAR-STATUS                 SECTION.                      00002260
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00002270
                 MOVE ' ERRO OPEN DEPARTAMENTO-MST ' TO WRK-MSG         00002280
                 PERFORM 9000-TRATA-ERROS                               00002290
             END-IF.                                                    00002300
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002310
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002320
                 PERFORM 9000-TRATA-ERROS                               00002330
             END-IF.                                                    00002340
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002350
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002360
                 PERFORM 9000-TRATA-ERROS                               00002370
             END-IF.                                                    00002380
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002390
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002400
                 PERFORM 9000-TRATA-ERROS                               00002410
             END-IF.                                                    00002420
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002430
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002440
                 PERFORM 9000-TRATA-ERROS                               00002450
             END-IF.                                                    00002460
      *---------------------------------------------------              00002470
       0200-PROCESSAR                     SECTION.                      00002480
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002490
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002500
                 ADD 1 TO WRK-CONT-LIDOS                                00002510
                 PERFORM 0210-VALIDAR-REGISTRO                          00002520
                 IF WRK-REGISTRO-VALIDO                                 00002530
                     PERFORM 0212-GRAVA-DEPARTAMENTO                    00002540
                 END-IF                                                 00002550
                 IF WRK-REGISTRO-VALIDO                                 00002560
                     ADD 1 TO WRK-CONT-ACEITOS                          00002570
                     SET AUD-ACEITO TO TRUE                             00002580
                 ELSE                                                   00002590
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002600
                     PERFORM 0220-GRAVA-REJEITO                         00002610
                     SET AUD-REJEITADO TO TRUE                          00002620
                 END-IF                                                 00002630
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002640
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002650
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002660
             END-IF.                                                    00002670
      *---------------------------------------------------              00002680
       0212-GRAVA-DEPARTAMENTO               SECTION.                   00002690
             MOVE WRK-CODIGO      TO DEP-CODIGO.                        00002700
             EVALUATE TRUE                                              00002710
                 WHEN WRK-TRANS-INCLUSAO                                00002720
                     MOVE WRK-DESCRICAO    TO DEP-DESCRICAO             00002730
                     MOVE WRK-CENTRO-CUSTO TO DEP-CENTRO-CUSTO          00002740
                     SET DEP-ATIVO         TO TRUE                      00002750
                     WRITE CPDEP01-REGISTRO                             00002760
                         INVALID KEY                                    00002770
                             MOVE ' DEPTO JA CADASTRADO '               00002780
                                 TO WRK-MSG                             00002790
                             DISPLAY WRK-MSG                            00002800
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002810
                             MOVE 06 TO REJ7-CODIGO-MOTIVO              00002820
                             MOVE WRK-MSG TO REJ7-DESCRICAO-MOTIVO      00002830
                     END-WRITE                                          00002840
                 WHEN WRK-TRANS-ALTERACAO                               00002850
                     READ DEPARTAMENTO-MST                              00002860
                         INVALID KEY                                    00002870
                             MOVE ' DEPTO INEXISTENTE '                 00002880
                                 TO WRK-MSG                             00002890
                             DISPLAY WRK-MSG                            00002900
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002910
                             MOVE 06 TO REJ7-CODIGO-MOTIVO              00002920
                             MOVE WRK-MSG TO REJ7-DESCRICAO-MOTIVO      00002930
                         NOT INVALID KEY                                00002940
                             MOVE WRK-DESCRICAO TO DEP-DESCRICAO        00002950
                             MOVE WRK-CENTRO-CUSTO                      00002960
                                 TO DEP-CENTRO-CUSTO                    00002970
                             SET DEP-ATIVO      TO TRUE                 00002980
                             REWRITE CPDEP01-REGISTRO                   00002990
                     END-READ                                           00003000
                 WHEN WRK-TRANS-EXCLUSAO                                00003010
                     READ DEPARTAMENTO-MST                              00003020
                         INVALID KEY                                    00003030
                             MOVE ' DEPTO INEXISTENTE '                 00003040
                                 TO WRK-MSG                             00003050
                             DISPLAY WRK-MSG                            00003060
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003070
                             MOVE 06 TO REJ7-CODIGO-MOTIVO              00003080
                             MOVE WRK-MSG TO REJ7-DESCRICAO-MOTIVO      00003090
                         NOT INVALID KEY                                00003100
                             SET DEP-INATIVO TO TRUE                    00003110
                             REWRITE CPDEP01-REGISTRO                   00003120
                     END-READ                                           00003130
             END-EVALUATE.                                              00003140
      *---------------------------------------------------              00003150
       0210-VALIDAR-REGISTRO              SECTION.                      00003160
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003170
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003180
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003190
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003200
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003210
                 MOVE 01 TO REJ7-CODIGO-MOTIVO                          00003220
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003230
                     REJ7-DESCRICAO-MOTIVO                              00003240
             ELSE IF WRK-CODIGO EQUAL SPACES                            00003250
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003260
                 MOVE 02 TO REJ7-CODIGO-MOTIVO                          00003270
                 MOVE 'CODIGO EM BRANCO' TO REJ7-DESCRICAO-MOTIVO       00003280
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003290
                 CONTINUE                                               00003300
             ELSE IF WRK-DESCRICAO EQUAL SPACES                         00003310
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003320
                 MOVE 03 TO REJ7-CODIGO-MOTIVO                          00003330
                 MOVE 'DESCRICAO EM BRANCO' TO REJ7-DESCRICAO-MOTIVO    00003340
             END-IF END-IF END-IF END-IF.                               00003350
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003360
                AND WRK-CENTRO-CUSTO NOT NUMERIC                        00003370
                 IF WRK-CENTRO-CUSTO (1:6) EQUAL SPACES                 00003380
                     MOVE ZEROS TO WRK-CENTRO-CUSTO                     00003390
                 ELSE                                                   00003400
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00003410
                     MOVE 04 TO REJ7-CODIGO-MOTIVO                      00003420
                     MOVE 'CENTRO DE CUSTO NAO NUMERICO' TO             00003430
                         REJ7-DESCRICAO-MOTIVO                          00003440
                 END-IF                                                 00003450
             END-IF.                                                    00003460
      *---------------------------------------------------              00003470
       0220-GRAVA-REJEITO                 SECTION.                      00003480
             MOVE 'FR05CB47' TO REJ7-PROGRAMA.                          00003490
             MOVE WRK-REGISTRO TO REJ7-REGISTRO-ORIGINAL.               00003500
             WRITE CPREJ07-REGISTRO.                                    00003510
      *---------------------------------------------------              00003520
       0900-GRAVAR-AUDITORIA              SECTION.                      00003530
             MOVE 'FR05CB47' TO AUD-PROGRAMA.                           00003540
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00003550
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00003560
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00003570
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00003580
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00003590
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00003600
             MOVE ZEROS TO AUD-NUM-LOTE.                                00003610
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00003620
             WRITE CPAUD01-REGISTRO.                                    00003630
      *---------------------------------------------------              00003640
       0300-FINALIZAR                     SECTION.                      00003650
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00003660
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00003670
             PERFORM 0310-GRAVA-CONTROLE.                               00003680
             MOVE WRK-CONT-LIDOS                                        00003690
                 TO WRK-STT-REGISTROS.                                  00003700
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003710
             CLOSE DEPARTAMENTO-MST.                                    00003720
             CLOSE REJEITO-INTAKE.                                      00003730
             CLOSE AUDITORIA.                                           00003740
             CLOSE ENTRADA-SYSIN.                                       00003750
             CLOSE CONTROLE.                                            00003760
             DISPLAY '==========================='.                     00003770
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00003780
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00003790
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00003800
             DISPLAY '==========================='.                     00003810
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003820
             PERFORM 9000-TRATA-ERROS.                                  00003830
      *---------------------------------------------------              00003840
       0310-GRAVA-CONTROLE                SECTION.                      00003850
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00003860
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00003870
      *---------------------------------------------------              00003880
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00003890
             MOVE SPACES              TO CTL-DATA-HORA.                 00003900
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00003910
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00003920
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00003930
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00003940
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00003950
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00003960
             MOVE ZERO                TO CTL-QTD-FONTES.                00003970
             WRITE CPCTRL01-REGISTRO.                                   00003980
      *---------------------------------------------------              00003990
       9000-TRATA-ERROS                   SECTION.                      00004000
      *---------------------------------------------------              00004010
             PERFORM 9050-GRAVAR-ERRLOG.                                00004020
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004030
             STOP RUN.                                                  00004040
      *--------------------------------------------------------------   00004050
       9000-99-FIM.            EXIT.                                    00004060
      *--------------------------------------------------------------   00004070
