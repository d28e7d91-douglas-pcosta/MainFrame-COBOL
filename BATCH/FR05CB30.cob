      *     DATA        AUTOR   DESCRICAO                               00000220
      *     ----------  ------  --------------------------------        00000230
      *     22/08/2026  IVS     PROGRAMA INICIAL                        00000240
      *     15/10/2026  IVS     DUPLA CUSTODIA - A EXCLUSAO DE          00000250
      *                         CATEGORIA FICA RETIDA NO ARQUIVO DE     00000260
      *                         PENDENCIAS (ARQAPV) ATE A APROVACAO     00000270
      *                         DE UM SEGUNDO OPERADOR NA FR06CB27 E    00000280
      *                         E APLICADA NA EXECUCAO SEGUINTE         00000290
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000300
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000390
                ORGANIZATION IS INDEXED                                 00000400
                ACCESS MODE  IS DYNAMIC                                 00000410
                RECORD KEY   IS CAT-CODIGO                              00000420
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000430
                                                                        00000440
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000450
                FILE STATUS  IS WRK-FS-REJEITO.                         00000460
                                                                        00000470
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000480
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000490
                                                                        00000500
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000510
                FILE STATUS  IS WRK-FS-SYSIN.                           00000520
                                                                        00000530
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS CKP-PROGRAMA                            00000570
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000580
                                                                        00000590
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000600
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000610
                                                                        00000620
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000630
                ORGANIZATION IS INDEXED                                 00000640
                ACCESS MODE  IS DYNAMIC                                 00000650
                RECORD KEY   IS CAL-DATA                                00000660
                FILE STATUS  IS WRK-FS-CALEND.                          00000670
                                                                        00000680
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000690
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000700
                                                                        00000710
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000720
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000730
                                                                        00000740
             SELECT APROVACAO ASSIGN TO ARQAPV                          00000750
                ORGANIZATION IS INDEXED                                 00000760
                ACCESS MODE  IS DYNAMIC                                 00000770
                RECORD KEY   IS APV-NUMERO                              00000780
                FILE STATUS  IS WRK-FS-APROVACAO.                       00000790
      *=======================================================*         00000800
       DATA                                      DIVISION.              00000810
      *=======================================================*         00000820
       FILE                                      SECTION.               00000830
       FD ENTRADA-SYSIN                                                 00000840
           RECORDING MODE IS F                                          00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
       01 SYSIN-REGISTRO             PIC X(031).                        00000870
                                                                        00000880
       FD CATEGORIA-MASTER.                                             00000890
           COPY CPCAT01.                                                00000900
                                                                        00000910
       FD REJEITO-INTAKE                                                00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPREJ06.                                                00000950
                                                                        00000960
       FD AUDITORIA                                                     00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
           COPY CPAUD01.                                                00001000
                                                                        00001010
       FD CHECKPT.                                                      00001020
           COPY CPCKPT01.                                               00001030
                                                                        00001040
       FD ERRLOG.                                                       00001050
           COPY CPERRL01.                                               00001060
                                                                        00001070
       FD CALENDARIO.                                                   00001080
           COPY CPCAL01.                                                00001090
                                                                        00001100
       FD ESTATIS                                                       00001110
           RECORDING MODE IS F                                          00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
           COPY CPSTA01.                                                00001140
                                                                        00001150
       FD CONTROLE                                                      00001160
           RECORDING MODE IS F                                          00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
           COPY CPCTRL01.                                               00001190
                                                                        00001200
       FD APROVACAO.                                                    00001210
           COPY CPAPV01.                                                00001220
                                                                        00001230
       WORKING-STORAGE                           SECTION.               00001240
       01 WRK-REGISTRO.                                                 00001250
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001260
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001270
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001280
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001290
          05 WRK-CODIGO      PIC X(005)       VALUE SPACES.             00001300
          05 WRK-DESCRICAO   PIC X(025)       VALUE SPACES.             00001310
                                                                        00001320
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00001330
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001340
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001350
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001360
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001370
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001380
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001390
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001400
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001410
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001420
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001430
       01 WRK-SW-VALIDO.                                                00001440
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001450
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001460
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001470
       COPY CPAUD02.                                                    00001480
       COPY CPCAB01.                                                    00001490
       COPY CPCKP01.                                                    00001500
       COPY CPERR01.                                                    00001510
       COPY CPDTA01.                                                    00001520
       COPY CPSTT01.                                                    00001530
       COPY CPAPV02.                                                    00001540
       COPY CPSRV01.                                                    00001550
      *---------------------------------------------------              00001560
       LINKAGE                                    SECTION.              00001570
      *---------------------------------------------------              00001580
       01 WRK-PARM-RESTART.                                             00001590
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001600
          05 WRK-PARM-DADOS           PIC X(66).                        00001610
      *=========================================*                       00001620
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001630
      *=========================================*                       00001640
                                                                        00001650
      *---------------------------------------------------              00001660
       0000-PRINCIPAL                     SECTION.                      00001670
      *---------------------------------------------------              00001680
             PERFORM 0100-INICIAR.                                      00001690
             PERFORM 0200-PROCESSAR                                     00001700
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001710
             PERFORM 0300-FINALIZAR.                                    00001720
      *---------------------------------------------------              00001730
       0000-99-FIM.            EXIT.                                    00001740
      *---------------------------------------------------              00001750
                                                                        00001760
       0100-INICIAR                       SECTION.                      00001770
             MOVE 'FR05CB30' TO WRK-CAB-PROGRAMA.                       00001780
             PERFORM 0101-CABECALHO-PADRAO.                             00001790
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001800
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001810
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001820
             PERFORM 0102-INTERPRETAR-PARM.                             00001830
             OPEN I-O CATEGORIA-MASTER.                                 00001840
             IF WRK-FS-CATEGORIA EQUAL '35'                             00001850
                 OPEN OUTPUT CATEGORIA-MASTER                           00001860
                 CLOSE CATEGORIA-MASTER                                 00001870
                 OPEN I-O CATEGORIA-MASTER                              00001880
             END-IF.                                                    00001890
             OPEN INPUT ENTRADA-SYSIN.                                  00001900
             PERFORM 0140-ABRIR-APROVACAO.                              00001910
             PERFORM 0105-ABRIR-AUDITORIA.                              00001920
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001930
             PERFORM 0104-POSICIONAR-RESTART.                           00001940
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001950
                 OPEN EXTEND REJEITO-INTAKE                             00001960
                 OPEN EXTEND CONTROLE                                   00001970
             ELSE                                                       00001980
                 OPEN OUTPUT REJEITO-INTAKE                             00001990
                 OPEN OUTPUT CONTROLE                                   00002000
             END-IF.                                                    00002010
             PERFORM 0110-TESTAR-STATUS.                                00002020
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002030
             PERFORM 0150-APLICAR-APROVADOS.                            00002040
      *---------------------------------------------------              00002050
       0100-99-FIM.            EXIT.                                    00002060
      *---------------------------------------------------              00002070
           COPY CPCAB02.                                                00002080
       COPY CPCKP02.                                                    00002090
           COPY CPERR02.                                                00002100
           COPY CPDTA02.                                                00002110
           COPY CPSTT02.                                                00002120
           COPY CPAUD03.                                                00002130
           COPY CPAPV03.                                                00002140
      *---------------------------------------------------              00002150
       0105-ABRIR-AUDITORIA               SECTION.                      00002160
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002170
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002180
      *---------------------------------------------------              00002190
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002200
             OPEN EXTEND AUDITORIA.                                     00002210
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002220
                 OPEN OUTPUT AUDITORIA                                  00002230
                 CLOSE AUDITORIA                                        00002240
                 OPEN EXTEND AUDITORIA                                  00002250
             END-IF.                                                    00002260
      *---------------------------------------------------              00002270
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002280
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002290
      *    ULTIMO CHECKPOINT                                            00002300
      *---------------------------------------------------              00002310
             PERFORM 0108-PULAR-UM-CARTAO                               00002320
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002330
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002340
      *---------------------------------------------------              00002350
       0108-PULAR-UM-CARTAO               SECTION.                      00002360
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002370
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002380
                 ADD 1 TO WRK-CONT-LIDOS                                00002390
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002400
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002410
             END-IF.                                                    00002420
                                                                        00002430
       0110-TESTAR-STATUS                 SECTION.                      00002440
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00002450
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00002460
                 PERFORM 9000-TRATA-ERROS                               00002470
             END-IF.                                                    00002480
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002490
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002500
                 PERFORM 9000-TRATA-ERROS                               00002510
             END-IF.                                                    00002520
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002530
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002540
                 PERFORM 9000-TRATA-ERROS                               00002550
             END-IF.                                                    00002560
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002570
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002580
                 PERFORM 9000-TRATA-ERROS                               00002590
             END-IF.                                                    00002600
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002610
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002620
                 PERFORM 9000-TRATA-ERROS                               00002630
             END-IF.                                                    00002640
      *---------------------------------------------------              00002650
       0200-PROCESSAR                     SECTION.                      00002660
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002670
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002680
                 ADD 1 TO WRK-CONT-LIDOS                                00002690
                 PERFORM 0210-VALIDAR-REGISTRO                          00002700
                 PERFORM 0240-TESTAR-SENSIBILIDADE                      00002710
                 IF WRK-CARTAO-RETIDO                                   00002720
                     PERFORM 0145-RETER-CARTAO                          00002730
                 END-IF                                                 00002740
                 IF WRK-REGISTRO-VALIDO AND WRK-CARTAO-LIVRE            00002750
                     PERFORM 0212-GRAVA-CATEGORIA                       00002760
                 END-IF                                                 00002770
                 IF WRK-CARTAO-RETIDO                                   00002780
                     ADD 1 TO WRK-CONT-RETIDOS                          00002790
                     SET AUD-RETIDO TO TRUE                             00002800
                 ELSE IF WRK-REGISTRO-VALIDO                            00002810
                     ADD 1 TO WRK-CONT-ACEITOS                          00002820
                     SET AUD-ACEITO TO TRUE                             00002830
                 ELSE                                                   00002840
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002850
                     PERFORM 0220-GRAVA-REJEITO                         00002860
                     SET AUD-REJEITADO TO TRUE                          00002870
                 END-IF END-IF                                          00002880
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002890
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002900
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002910
             END-IF.                                                    00002920
      *---------------------------------------------------              00002930
       0212-GRAVA-CATEGORIA               SECTION.                      00002940
             MOVE WRK-CODIGO      TO CAT-CODIGO.                        00002950
             EVALUATE TRUE                                              00002960
                 WHEN WRK-TRANS-INCLUSAO                                00002970
                     MOVE WRK-DESCRICAO    TO CAT-DESCRICAO             00002980
                     SET CAT-ATIVA         TO TRUE                      00002990
                     WRITE CPCAT01-REGISTRO                             00003000
                         INVALID KEY                                    00003010
                             MOVE ' CATEGORIA JA CADASTRADA '           00003020
                                 TO WRK-MSG                             00003030
                             DISPLAY WRK-MSG                            00003040
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003050
                             MOVE 06 TO REJ6-CODIGO-MOTIVO              00003060
                             MOVE WRK-MSG TO REJ6-DESCRICAO-MOTIVO      00003070
                     END-WRITE                                          00003080
                 WHEN WRK-TRANS-ALTERACAO                               00003090
                     READ CATEGORIA-MASTER                              00003100
                         INVALID KEY                                    00003110
                             MOVE ' CATEGORIA INEXISTENTE '             00003120
                                 TO WRK-MSG                             00003130
                             DISPLAY WRK-MSG                            00003140
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003150
                             MOVE 06 TO REJ6-CODIGO-MOTIVO              00003160
                             MOVE WRK-MSG TO REJ6-DESCRICAO-MOTIVO      00003170
                         NOT INVALID KEY                                00003180
                             MOVE WRK-DESCRICAO TO CAT-DESCRICAO        00003190
                             SET CAT-ATIVA      TO TRUE                 00003200
                             REWRITE CPCAT01-REGISTRO                   00003210
                     END-READ                                           00003220
                 WHEN WRK-TRANS-EXCLUSAO                                00003230
                     READ CATEGORIA-MASTER                              00003240
                         INVALID KEY                                    00003250
                             MOVE ' CATEGORIA INEXISTENTE '             00003260
                                 TO WRK-MSG                             00003270
                             DISPLAY WRK-MSG                            00003280
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003290
                             MOVE 06 TO REJ6-CODIGO-MOTIVO              00003300
                             MOVE WRK-MSG TO REJ6-DESCRICAO-MOTIVO      00003310
                         NOT INVALID KEY                                00003320
                             SET CAT-INATIVA TO TRUE                    00003330
                             REWRITE CPCAT01-REGISTRO                   00003340
                     END-READ                                           00003350
             END-EVALUATE.                                              00003360
      *---------------------------------------------------              00003370
       0210-VALIDAR-REGISTRO              SECTION.                      00003380
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003390
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003400
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003410
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003420
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003430
                 MOVE 01 TO REJ6-CODIGO-MOTIVO                          00003440
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003450
                     REJ6-DESCRICAO-MOTIVO                              00003460
             ELSE IF WRK-CODIGO EQUAL SPACES                            00003470
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003480
                 MOVE 02 TO REJ6-CODIGO-MOTIVO                          00003490
                 MOVE 'CODIGO EM BRANCO' TO REJ6-DESCRICAO-MOTIVO       00003500
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003510
                 CONTINUE                                               00003520
             ELSE IF WRK-DESCRICAO EQUAL SPACES                         00003530
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003540
                 MOVE 03 TO REJ6-CODIGO-MOTIVO                          00003550
                 MOVE 'DESCRICAO EM BRANCO' TO REJ6-DESCRICAO-MOTIVO    00003560
             END-IF END-IF END-IF END-IF.                               00003570
      *---------------------------------------------------              00003580
       0240-TESTAR-SENSIBILIDADE          SECTION.                      00003590
      *    DUPLA CUSTODIA: A EXCLUSAO DE UMA CATEGORIA EXISTENTE        00003600
      *    NAO E APLICADA - FICA RETIDA ATE A APROVACAO DE UM           00003610
      *    SEGUNDO OPERADOR (FR06CB27). CATEGORIA INEXISTENTE           00003620
      *    SEGUE PARA O REJEITO NORMAL                                  00003630
      *---------------------------------------------------              00003640
             SET WRK-CARTAO-LIVRE TO TRUE.                              00003650
             IF WRK-REGISTRO-INVALIDO OR NOT WRK-TRANS-EXCLUSAO         00003660
                 GO TO 0240-99-FIM                                      00003670
             END-IF.                                                    00003680
             MOVE WRK-CODIGO TO CAT-CODIGO.                             00003690
             READ CATEGORIA-MASTER                                      00003700
                 INVALID KEY                                            00003710
                     GO TO 0240-99-FIM                                  00003720
             END-READ.                                                  00003730
             SET WRK-CARTAO-RETIDO TO TRUE.                             00003740
             MOVE SPACES TO CPAPV01-REGISTRO.                           00003750
             SET APV-REGRA-EXCL-CATEGORIA TO TRUE.                      00003760
             MOVE WRK-CODIGO TO APV-CHAVE.                              00003770
             MOVE ZEROS      TO APV-VALOR-ANTERIOR.                     00003780
             MOVE ZEROS      TO APV-VALOR-NOVO.                         00003790
             MOVE ZEROS      TO APV-NUM-LOTE.                           00003800
       0240-99-FIM.            EXIT.                                    00003810
      *---------------------------------------------------              00003820
       0250-APLICAR-CARTAO-APROVADO       SECTION.                      00003830
      *    APLICA O CARTAO DE UMA PENDENCIA JA APROVADA (CPAPV03),      00003840
      *    COM A MESMA CRITICA E A MESMA TRILHA DOS CARTOES DA          00003850
      *    SYSIN                                                        00003860
      *---------------------------------------------------              00003870
             PERFORM 0210-VALIDAR-REGISTRO.                             00003880
             IF WRK-REGISTRO-VALIDO                                     00003890
                 PERFORM 0212-GRAVA-CATEGORIA                           00003900
             END-IF.                                                    00003910
             IF WRK-REGISTRO-VALIDO                                     00003920
                 SET AUD-ACEITO TO TRUE                                 00003930
             ELSE                                                       00003940
                 PERFORM 0220-GRAVA-REJEITO                             00003950
                 SET AUD-REJEITADO TO TRUE                              00003960
             END-IF.                                                    00003970
             PERFORM 0900-GRAVAR-AUDITORIA.                             00003980
      *---------------------------------------------------              00003990
       0220-GRAVA-REJEITO                 SECTION.                      00004000
             MOVE 'FR05CB30' TO REJ6-PROGRAMA.                          00004010
             MOVE WRK-REGISTRO TO REJ6-REGISTRO-ORIGINAL.               00004020
             WRITE CPREJ06-REGISTRO.                                    00004030
      *---------------------------------------------------              00004040
       0900-GRAVAR-AUDITORIA              SECTION.                      00004050
             MOVE 'FR05CB30' TO AUD-PROGRAMA.                           00004060
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004070
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004080
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004090
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004100
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004110
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004120
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004130
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004140
             WRITE CPAUD01-REGISTRO.                                    00004150
      *---------------------------------------------------              00004160
       0300-FINALIZAR                     SECTION.                      00004170
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004180
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004190
             PERFORM 0310-GRAVA-CONTROLE.                               00004200
             MOVE WRK-CONT-LIDOS                                        00004210
                 TO WRK-STT-REGISTROS.                                  00004220
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004230
             CLOSE CATEGORIA-MASTER.                                    00004240
             CLOSE REJEITO-INTAKE.                                      00004250
             CLOSE AUDITORIA.                                           00004260
             CLOSE ENTRADA-SYSIN.                                       00004270
             CLOSE CONTROLE.                                            00004280
             CLOSE APROVACAO.                                           00004290
             DISPLAY '==========================='.                     00004300
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004310
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004320
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004330
             DISPLAY 'TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.            00004340
             DISPLAY 'APROV. APLICADAS.: ' WRK-CONT-APV-APLICADOS.      00004350
             DISPLAY 'APROV. FALHAS....: ' WRK-CONT-APV-FALHOS.         00004360
             DISPLAY '==========================='.                     00004370
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004380
             PERFORM 9000-TRATA-ERROS.                                  00004390
      *---------------------------------------------------              00004400
       0310-GRAVA-CONTROLE                SECTION.                      00004410
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004420
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004430
      *---------------------------------------------------              00004440
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004450
             MOVE SPACES              TO CTL-DATA-HORA.                 00004460
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004470
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004480
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004490
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004500
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00004510
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004520
             MOVE ZERO                TO CTL-QTD-FONTES.                00004530
             WRITE CPCTRL01-REGISTRO.                                   00004540
      *---------------------------------------------------              00004550
       9000-TRATA-ERROS                   SECTION.                      00004560
      *---------------------------------------------------              00004570
             PERFORM 9050-GRAVAR-ERRLOG.                                00004580
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004590
             STOP RUN.                                                  00004600
      *--------------------------------------------------------------   00004610
       9000-99-FIM.            EXIT.                                    00004620
      *--------------------------------------------------------------   00004630
