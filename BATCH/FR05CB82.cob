      *               CARTOES DE TRANSACAO NA SYSIN (INCLUSAO/          00000140
      *               ALTERACAO/EXCLUSAO), NOS MOLDES DA                00000150
      *               MANUTENCAO DE CATEGORIA (FR05CB30). O EVENTO      00000160
      *               PRECISA SER FT/FR/EN/SA/AJ/PD/RP; A CATEGORIA,    00000170
      *               QUANDO INFORMADA, E CONFERIDA NO MASTER DE        00000180
      *               CATEGORIA (EM BRANCO E O MAPEAMENTO               00000190
      *               GENERICO DO EVENTO). A EXCLUSAO E LOGICA          00000200
      *               (STATUS INATIVO)                                  00000210
      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000260
      *     15/10/2026  IVS     NOVO EVENTO FR (RECEITA DE FRETE        00000270
      *                         DAS NOTAS) ACEITO NOS CARTOES           00000280
      *     15/10/2026  IVS     NOVOS EVENTOS PD (BAIXA DE              00000290
      *                         TITULO COMO PERDA) E RP                 00000300
      *                         (RECUPERACAO DE TITULO BAIXADO)         00000310
      *     15/10/2026  IVS     DUPLA CUSTODIA - A EXCLUSAO DE          00000320
      *                         MAPEAMENTO FICA RETIDA NO ARQUIVO DE    00000330
      *                         PENDENCIAS (ARQAPV) ATE A APROVACAO     00000340
      *                         DE UM SEGUNDO OPERADOR NA FR06CB27 E    00000350
      *                         E APLICADA NA EXECUCAO SEGUINTE         00000360
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000370
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000380
      *=======================================================*         00000390
                                                                        00000400
      *=======================================================*         00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=======================================================*         00000430
       INPUT-OUTPUT                              SECTION.               00000440
       FILE-CONTROL.                                                    00000450
             SELECT MAPA-CONTABIL ASSIGN TO ARQGLM                      00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS DYNAMIC                                 00000480
                RECORD KEY   IS GLM-CHAVE                               00000490
                FILE STATUS  IS WRK-FS-MAPA.                            00000500
                                                                        00000510
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000520
                ORGANIZATION IS INDEXED                                 00000530
                ACCESS MODE  IS DYNAMIC                                 00000540
                RECORD KEY   IS CAT-CODIGO                              00000550
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000560
                                                                        00000570
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000580
                FILE STATUS  IS WRK-FS-REJEITO.                         00000590
                                                                        00000600
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000610
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000620
                                                                        00000630
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000640
                FILE STATUS  IS WRK-FS-SYSIN.                           00000650
                                                                        00000660
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS CKP-PROGRAMA                            00000700
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000710
                                                                        00000720
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000730
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000740
                                                                        00000750
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000760
                ORGANIZATION IS INDEXED                                 00000770
                ACCESS MODE  IS DYNAMIC                                 00000780
                RECORD KEY   IS CAL-DATA                                00000790
                FILE STATUS  IS WRK-FS-CALEND.                          00000800
                                                                        00000810
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000820
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000830
                                                                        00000840
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000850
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000860
                                                                        00000870
             SELECT APROVACAO ASSIGN TO ARQAPV                          00000880
                ORGANIZATION IS INDEXED                                 00000890
                ACCESS MODE  IS DYNAMIC                                 00000900
                RECORD KEY   IS APV-NUMERO                              00000910
                FILE STATUS  IS WRK-FS-APROVACAO.                       00000920
      *=======================================================*         00000930
       DATA                                      DIVISION.              00000940
      *=======================================================*         00000950
       FILE                                      SECTION.               00000960
       FD ENTRADA-SYSIN                                                 00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
       01 SYSIN-REGISTRO             PIC X(024).                        00001000
                                                                        00001010
       FD MAPA-CONTABIL.                                                00001020
           COPY CPGLM01.                                                00001030
                                                                        00001040
       FD CATEGORIA-MASTER.                                             00001050
           COPY CPCAT01.                                                00001060
                                                                        00001070
       FD REJEITO-INTAKE                                                00001080
           RECORDING MODE IS F                                          00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
           COPY CPREJ17.                                                00001110
                                                                        00001120
       FD AUDITORIA                                                     00001130
           RECORDING MODE IS F                                          00001140
           BLOCK CONTAINS 0 RECORDS.                                    00001150
           COPY CPAUD01.                                                00001160
                                                                        00001170
       FD CHECKPT.                                                      00001180
           COPY CPCKPT01.                                               00001190
                                                                        00001200
       FD ERRLOG.                                                       00001210
           COPY CPERRL01.                                               00001220
                                                                        00001230
       FD CALENDARIO.                                                   00001240
           COPY CPCAL01.                                                00001250
                                                                        00001260
       FD ESTATIS                                                       00001270
           RECORDING MODE IS F                                          00001280
           BLOCK CONTAINS 0 RECORDS.                                    00001290
           COPY CPSTA01.                                                00001300
                                                                        00001310
       FD CONTROLE                                                      00001320
           RECORDING MODE IS F                                          00001330
           BLOCK CONTAINS 0 RECORDS.                                    00001340
           COPY CPCTRL01.                                               00001350
                                                                        00001360
       FD APROVACAO.                                                    00001370
           COPY CPAPV01.                                                00001380
                                                                        00001390
       WORKING-STORAGE                           SECTION.               00001400
       01 WRK-REGISTRO.                                                 00001410
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001420
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001430
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001440
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001450
          05 WRK-EVENTO      PIC X(002)       VALUE SPACES.             00001460
          05 WRK-CATEGORIA   PIC X(005)       VALUE SPACES.             00001470
          05 WRK-CTA-DEBITO  PIC X(008)       VALUE SPACES.             00001480
          05 WRK-CTA-CREDITO PIC X(008)       VALUE SPACES.             00001490
                                                                        00001500
       77 WRK-FS-MAPA              PIC X(02) VALUE SPACES.              00001510
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00001520
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001530
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001560
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001570
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001580
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001590
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001600
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001610
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001620
       01 WRK-SW-VALIDO.                                                00001630
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001640
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001650
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001660
       COPY CPAUD02.                                                    00001670
       COPY CPCAB01.                                                    00001680
       COPY CPCKP01.                                                    00001690
       COPY CPERR01.                                                    00001700
       COPY CPDTA01.                                                    00001710
       COPY CPSTT01.                                                    00001720
       COPY CPAPV02.                                                    00001730
       COPY CPSRV01.                                                    00001740
      *---------------------------------------------------              00001750
       LINKAGE                                    SECTION.              00001760
      *---------------------------------------------------              00001770
       01 WRK-PARM-RESTART.                                             00001780
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001790
          05 WRK-PARM-DADOS           PIC X(66).                        00001800
      *=========================================*                       00001810
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001820
      *=========================================*                       00001830
                                                                        00001840
      *---------------------------------------------------              00001850
       0000-PRINCIPAL                     SECTION.                      00001860
      *---------------------------------------------------              00001870
             PERFORM 0100-INICIAR.                                      00001880
             PERFORM 0200-PROCESSAR                                     00001890
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001900
             PERFORM 0300-FINALIZAR.                                    00001910
      *---------------------------------------------------              00001920
       0000-99-FIM.            EXIT.                                    00001930
      *---------------------------------------------------              00001940
                                                                        00001950
       0100-INICIAR                       SECTION.                      00001960
             MOVE 'FR05CB82' TO WRK-CAB-PROGRAMA.                       00001970
             PERFORM 0101-CABECALHO-PADRAO.                             00001980
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001990
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002000
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002010
             PERFORM 0102-INTERPRETAR-PARM.                             00002020
             OPEN I-O MAPA-CONTABIL.                                    00002030
             IF WRK-FS-MAPA EQUAL '35'                                  00002040
                 OPEN OUTPUT MAPA-CONTABIL                              00002050
                 CLOSE MAPA-CONTABIL                                    00002060
                 OPEN I-O MAPA-CONTABIL                                 00002070
             END-IF.                                                    00002080
             OPEN INPUT CATEGORIA-MASTER.                               00002090
             OPEN INPUT ENTRADA-SYSIN.                                  00002100
             PERFORM 0140-ABRIR-APROVACAO.                              00002110
             PERFORM 0105-ABRIR-AUDITORIA.                              00002120
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002130
             PERFORM 0104-POSICIONAR-RESTART.                           00002140
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002150
                 OPEN EXTEND REJEITO-INTAKE                             00002160
                 OPEN EXTEND CONTROLE                                   00002170
             ELSE                                                       00002180
                 OPEN OUTPUT REJEITO-INTAKE                             00002190
                 OPEN OUTPUT CONTROLE                                   00002200
             END-IF.                                                    00002210
             PERFORM 0110-TESTAR-STATUS.                                00002220
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002230
             PERFORM 0150-APLICAR-APROVADOS.                            00002240
      *---------------------------------------------------              00002250
       0100-99-FIM.            EXIT.                                    00002260
      *---------------------------------------------------              00002270
           COPY CPCAB02.                                                00002280
       COPY CPCKP02.                                                    00002290
           COPY CPERR02.                                                00002300
           COPY CPDTA02.                                                00002310
           COPY CPSTT02.                                                00002320
           COPY CPAUD03.                                                00002330
           COPY CPAPV03.                                                00002340
      *---------------------------------------------------              00002350
       0105-ABRIR-AUDITORIA               SECTION.                      00002360
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002370
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002380
      *---------------------------------------------------              00002390
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002400
             OPEN EXTEND AUDITORIA.                                     00002410
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002420
                 OPEN OUTPUT AUDITORIA                                  00002430
                 CLOSE AUDITORIA                                        00002440
                 OPEN EXTEND AUDITORIA                                  00002450
             END-IF.                                                    00002460
      *---------------------------------------------------              00002470
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002480
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002490
      *    ULTIMO CHECKPOINT                                            00002500
      *---------------------------------------------------              00002510
             PERFORM 0108-PULAR-UM-CARTAO                               00002520
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002530
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002540
      *---------------------------------------------------              00002550
       0108-PULAR-UM-CARTAO               SECTION.                      00002560
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002570
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002580
                 ADD 1 TO WRK-CONT-LIDOS                                00002590
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002600
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002610
             END-IF.                                                    00002620
                                                                        00002630
       0110-TESTAR-STATUS                 SECTION.                      00002640
             IF WRK-FS-MAPA NOT EQUAL ZEROS                             00002650
                 MOVE ' ERRO OPEN MAPA CONTABIL ' TO WRK-MSG            00002660
                 PERFORM 9000-TRATA-ERROS                               00002670
             END-IF.                                                    00002680
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00002690
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00002700
                 PERFORM 9000-TRATA-ERROS                               00002710
             END-IF.                                                    00002720
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002730
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002740
                 PERFORM 9000-TRATA-ERROS                               00002750
             END-IF.                                                    00002760
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002770
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002780
                 PERFORM 9000-TRATA-ERROS                               00002790
             END-IF.                                                    00002800
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002810
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002820
                 PERFORM 9000-TRATA-ERROS                               00002830
             END-IF.                                                    00002840
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002850
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002860
                 PERFORM 9000-TRATA-ERROS                               00002870
             END-IF.                                                    00002880
      *---------------------------------------------------              00002890
       0200-PROCESSAR                     SECTION.                      00002900
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002910
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002920
                 ADD 1 TO WRK-CONT-LIDOS                                00002930
                 PERFORM 0210-VALIDAR-REGISTRO                          00002940
                 PERFORM 0240-TESTAR-SENSIBILIDADE                      00002950
                 IF WRK-CARTAO-RETIDO                                   00002960
                     PERFORM 0145-RETER-CARTAO                          00002970
                 END-IF                                                 00002980
                 IF WRK-REGISTRO-VALIDO AND WRK-CARTAO-LIVRE            00002990
                     PERFORM 0212-GRAVA-MAPA                            00003000
                 END-IF                                                 00003010
                 IF WRK-CARTAO-RETIDO                                   00003020
                     ADD 1 TO WRK-CONT-RETIDOS                          00003030
                     SET AUD-RETIDO TO TRUE                             00003040
                 ELSE IF WRK-REGISTRO-VALIDO                            00003050
                     ADD 1 TO WRK-CONT-ACEITOS                          00003060
                     SET AUD-ACEITO TO TRUE                             00003070
                 ELSE                                                   00003080
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003090
                     PERFORM 0220-GRAVA-REJEITO                         00003100
                     SET AUD-REJEITADO TO TRUE                          00003110
                 END-IF END-IF                                          00003120
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003130
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003140
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003150
             END-IF.                                                    00003160
      *---------------------------------------------------              00003170
       0212-GRAVA-MAPA                    SECTION.                      00003180
             MOVE WRK-EVENTO      TO GLM-EVENTO.                        00003190
             MOVE WRK-CATEGORIA   TO GLM-CATEGORIA.                     00003200
             EVALUATE TRUE                                              00003210
                 WHEN WRK-TRANS-INCLUSAO                                00003220
                     MOVE WRK-CTA-DEBITO   TO GLM-CONTA-DEBITO          00003230
                     MOVE WRK-CTA-CREDITO  TO GLM-CONTA-CREDITO         00003240
                     SET GLM-ATIVO         TO TRUE                      00003250
                     WRITE CPGLM01-REGISTRO                             00003260
                         INVALID KEY                                    00003270
                             MOVE ' MAPEAMENTO JA CADASTRADO '          00003280
                                 TO WRK-MSG                             00003290
                             DISPLAY WRK-MSG                            00003300
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003310
                             MOVE 06 TO REJ17-CODIGO-MOTIVO             00003320
                             MOVE WRK-MSG TO REJ17-DESCRICAO-MOTIVO     00003330
                     END-WRITE                                          00003340
                 WHEN WRK-TRANS-ALTERACAO                               00003350
                     READ MAPA-CONTABIL                                 00003360
                         INVALID KEY                                    00003370
                             MOVE ' MAPEAMENTO INEXISTENTE '            00003380
                                 TO WRK-MSG                             00003390
                             DISPLAY WRK-MSG                            00003400
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003410
                             MOVE 06 TO REJ17-CODIGO-MOTIVO             00003420
                             MOVE WRK-MSG TO REJ17-DESCRICAO-MOTIVO     00003430
                         NOT INVALID KEY                                00003440
                             MOVE WRK-CTA-DEBITO                        00003450
                                 TO GLM-CONTA-DEBITO                    00003460
                             MOVE WRK-CTA-CREDITO                       00003470
                                 TO GLM-CONTA-CREDITO                   00003480
                             SET GLM-ATIVO TO TRUE                      00003490
                             REWRITE CPGLM01-REGISTRO                   00003500
                     END-READ                                           00003510
                 WHEN WRK-TRANS-EXCLUSAO                                00003520
                     READ MAPA-CONTABIL                                 00003530
                         INVALID KEY                                    00003540
                             MOVE ' MAPEAMENTO INEXISTENTE '            00003550
                                 TO WRK-MSG                             00003560
                             DISPLAY WRK-MSG                            00003570
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003580
                             MOVE 06 TO REJ17-CODIGO-MOTIVO             00003590
                             MOVE WRK-MSG TO REJ17-DESCRICAO-MOTIVO     00003600
                         NOT INVALID KEY                                00003610
                             SET GLM-INATIVO TO TRUE                    00003620
                             REWRITE CPGLM01-REGISTRO                   00003630
                     END-READ                                           00003640
             END-EVALUATE.                                              00003650
      *---------------------------------------------------              00003660
       0210-VALIDAR-REGISTRO              SECTION.                      00003670
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003680
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003690
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003700
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003710
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003720
                 MOVE 01 TO REJ17-CODIGO-MOTIVO                         00003730
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003740
                     REJ17-DESCRICAO-MOTIVO                             00003750
             ELSE IF WRK-EVENTO NOT EQUAL 'FT' AND                      00003760
                WRK-EVENTO NOT EQUAL 'FR' AND                           00003770
                WRK-EVENTO NOT EQUAL 'EN' AND                           00003780
                WRK-EVENTO NOT EQUAL 'SA' AND                           00003790
                WRK-EVENTO NOT EQUAL 'AJ' AND                           00003800
                WRK-EVENTO NOT EQUAL 'PD' AND                           00003810
                WRK-EVENTO NOT EQUAL 'RP'                               00003820
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003830
                 MOVE 02 TO REJ17-CODIGO-MOTIVO                         00003840
                 MOVE 'EVENTO INVALIDO' TO                              00003850
                     REJ17-DESCRICAO-MOTIVO                             00003860
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003870
                 CONTINUE                                               00003880
             ELSE IF WRK-CTA-DEBITO EQUAL SPACES OR                     00003890
                WRK-CTA-CREDITO EQUAL SPACES                            00003900
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003910
                 MOVE 04 TO REJ17-CODIGO-MOTIVO                         00003920
                 MOVE 'CONTA EM BRANCO' TO                              00003930
                     REJ17-DESCRICAO-MOTIVO                             00003940
             END-IF END-IF END-IF END-IF.                               00003950
             IF WRK-REGISTRO-VALIDO                                     00003960
                AND NOT WRK-TRANS-EXCLUSAO                              00003970
                AND WRK-CATEGORIA NOT EQUAL SPACES                      00003980
                 PERFORM 0215-VALIDAR-CATEGORIA                         00003990
             END-IF.                                                    00004000
      *---------------------------------------------------              00004010
       0215-VALIDAR-CATEGORIA             SECTION.                      00004020
             MOVE WRK-CATEGORIA TO CAT-CODIGO.                          00004030
             READ CATEGORIA-MASTER                                      00004040
                 INVALID KEY                                            00004050
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004060
                     MOVE 03 TO REJ17-CODIGO-MOTIVO                     00004070
                     MOVE 'CATEGORIA NAO CADASTRADA' TO                 00004080
                         REJ17-DESCRICAO-MOTIVO                         00004090
                 NOT INVALID KEY                                        00004100
                     IF CAT-INATIVA                                     00004110
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004120
                         MOVE 03 TO REJ17-CODIGO-MOTIVO                 00004130
                         MOVE 'CATEGORIA INATIVA' TO                    00004140
                             REJ17-DESCRICAO-MOTIVO                     00004150
                     END-IF                                             00004160
             END-READ.                                                  00004170
      *---------------------------------------------------              00004180
       0240-TESTAR-SENSIBILIDADE          SECTION.                      00004190
      *    DUPLA CUSTODIA: A EXCLUSAO DE UM MAPEAMENTO EXISTENTE        00004200
      *    NAO E APLICADA - FICA RETIDA ATE A APROVACAO DE UM           00004210
      *    SEGUNDO OPERADOR (FR06CB27). MAPEAMENTO INEXISTENTE          00004220
      *    SEGUE PARA O REJEITO NORMAL                                  00004230
      *---------------------------------------------------              00004240
             SET WRK-CARTAO-LIVRE TO TRUE.                              00004250
             IF WRK-REGISTRO-INVALIDO OR NOT WRK-TRANS-EXCLUSAO         00004260
                 GO TO 0240-99-FIM                                      00004270
             END-IF.                                                    00004280
             MOVE WRK-EVENTO    TO GLM-EVENTO.                          00004290
             MOVE WRK-CATEGORIA TO GLM-CATEGORIA.                       00004300
             READ MAPA-CONTABIL                                         00004310
                 INVALID KEY                                            00004320
                     GO TO 0240-99-FIM                                  00004330
             END-READ.                                                  00004340
             SET WRK-CARTAO-RETIDO TO TRUE.                             00004350
             MOVE SPACES TO CPAPV01-REGISTRO.                           00004360
             SET APV-REGRA-EXCL-CONTABIL TO TRUE.                       00004370
             MOVE GLM-CHAVE  TO APV-CHAVE.                              00004380
             MOVE ZEROS      TO APV-VALOR-ANTERIOR.                     00004390
             MOVE ZEROS      TO APV-VALOR-NOVO.                         00004400
             MOVE ZEROS      TO APV-NUM-LOTE.                           00004410
       0240-99-FIM.            EXIT.                                    00004420
      *---------------------------------------------------              00004430
       0250-APLICAR-CARTAO-APROVADO       SECTION.                      00004440
      *    APLICA O CARTAO DE UMA PENDENCIA JA APROVADA (CPAPV03),      00004450
      *    COM A MESMA CRITICA E A MESMA TRILHA DOS CARTOES DA          00004460
      *    SYSIN                                                        00004470
      *---------------------------------------------------              00004480
             PERFORM 0210-VALIDAR-REGISTRO.                             00004490
             IF WRK-REGISTRO-VALIDO                                     00004500
                 PERFORM 0212-GRAVA-MAPA                                00004510
             END-IF.                                                    00004520
             IF WRK-REGISTRO-VALIDO                                     00004530
                 SET AUD-ACEITO TO TRUE                                 00004540
             ELSE                                                       00004550
                 PERFORM 0220-GRAVA-REJEITO                             00004560
                 SET AUD-REJEITADO TO TRUE                              00004570
             END-IF.                                                    00004580
             PERFORM 0900-GRAVAR-AUDITORIA.                             00004590
      *---------------------------------------------------              00004600
       0220-GRAVA-REJEITO                 SECTION.                      00004610
             MOVE 'FR05CB82' TO REJ17-PROGRAMA.                         00004620
             MOVE WRK-REGISTRO TO REJ17-REGISTRO-ORIGINAL.              00004630
             WRITE CPREJ17-REGISTRO.                                    00004640
      *---------------------------------------------------              00004650
       0900-GRAVAR-AUDITORIA              SECTION.                      00004660
             MOVE 'FR05CB82' TO AUD-PROGRAMA.                           00004670
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004680
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004690
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004700
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004710
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004720
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004730
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004740
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004750
             WRITE CPAUD01-REGISTRO.                                    00004760
      *---------------------------------------------------              00004770
       0300-FINALIZAR                     SECTION.                      00004780
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004790
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004800
             PERFORM 0310-GRAVA-CONTROLE.                               00004810
             MOVE WRK-CONT-LIDOS                                        00004820
                 TO WRK-STT-REGISTROS.                                  00004830
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004840
             CLOSE MAPA-CONTABIL.                                       00004850
             CLOSE CATEGORIA-MASTER.                                    00004860
             CLOSE REJEITO-INTAKE.                                      00004870
             CLOSE AUDITORIA.                                           00004880
             CLOSE ENTRADA-SYSIN.                                       00004890
             CLOSE CONTROLE.                                            00004900
             CLOSE APROVACAO.                                           00004910
             DISPLAY '==========================='.                     00004920
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004930
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004940
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004950
             DISPLAY 'TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.            00004960
             DISPLAY 'APROV. APLICADAS.: ' WRK-CONT-APV-APLICADOS.      00004970
             DISPLAY 'APROV. FALHAS....: ' WRK-CONT-APV-FALHOS.         00004980
             DISPLAY '==========================='.                     00004990
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005000
             PERFORM 9000-TRATA-ERROS.                                  00005010
      *---------------------------------------------------              00005020
       0310-GRAVA-CONTROLE                SECTION.                      00005030
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005040
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005050
      *---------------------------------------------------              00005060
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005070
             MOVE SPACES              TO CTL-DATA-HORA.                 00005080
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005090
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005100
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005110
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005120
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00005130
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005140
             MOVE ZERO                TO CTL-QTD-FONTES.                00005150
             WRITE CPCTRL01-REGISTRO.                                   00005160
      *---------------------------------------------------              00005170
       9000-TRATA-ERROS                   SECTION.                      00005180
      *---------------------------------------------------              00005190
             PERFORM 9050-GRAVAR-ERRLOG.                                00005200
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005210
             STOP RUN.                                                  00005220
      *--------------------------------------------------------------   00005230
       9000-99-FIM.            EXIT.                                    00005240
      *--------------------------------------------------------------   00005250
                                                                        00005260
