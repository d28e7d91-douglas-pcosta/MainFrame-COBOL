      *     DATA        AUTOR   DESCRICAO                               00000220
      *     ----------  ------  --------------------------------        00000230
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000240
      *     15/10/2026  IVS     DUPLA CUSTODIA - A CONCESSAO DE         00000250
      *                         ACESSO (INCLUSAO/ALTERACAO) FICA        00000260
      *                         RETIDA NO ARQUIVO DE PENDENCIAS         00000270
      *                         (ARQAPV) ATE A APROVACAO DE UM          00000280
      *                         SEGUNDO OPERADOR NA FR06CB27 E E        00000290
      *                         APLICADA NA EXECUCAO SEGUINTE. NA       00000300
      *                         IMPLANTACAO DO MASTER (ARQUIVO          00000310
      *                         CRIADO NA PROPRIA EXECUCAO) A CARGA     00000320
      *                         INICIAL E APLICADA DIRETO               00000330
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000340
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000350
      *=======================================================*         00000360
                                                                        00000370
      *=======================================================*         00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=======================================================*         00000400
       INPUT-OUTPUT                              SECTION.               00000410
       FILE-CONTROL.                                                    00000420
             SELECT AUTORIZA ASSIGN TO ARQAUT                           00000430
                ORGANIZATION IS INDEXED                                 00000440
                ACCESS MODE  IS DYNAMIC                                 00000450
                RECORD KEY   IS AUT-CHAVE                               00000460
                FILE STATUS  IS WRK-FS-AUTORIZA.                        00000470
                                                                        00000480
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000490
                FILE STATUS  IS WRK-FS-REJEITO.                         00000500
                                                                        00000510
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000520
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000530
                                                                        00000540
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000550
                FILE STATUS  IS WRK-FS-SYSIN.                           00000560
                                                                        00000570
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000580
                ORGANIZATION IS INDEXED                                 00000590
                ACCESS MODE  IS DYNAMIC                                 00000600
                RECORD KEY   IS CKP-PROGRAMA                            00000610
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000620
                                                                        00000630
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000640
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000650
                                                                        00000660
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS CAL-DATA                                00000700
                FILE STATUS  IS WRK-FS-CALEND.                          00000710
                                                                        00000720
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000730
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000740
                                                                        00000750
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000760
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000770
                                                                        00000780
             SELECT APROVACAO ASSIGN TO ARQAPV                          00000790
                ORGANIZATION IS INDEXED                                 00000800
                ACCESS MODE  IS DYNAMIC                                 00000810
                RECORD KEY   IS APV-NUMERO                              00000820
                FILE STATUS  IS WRK-FS-APROVACAO.                       00000830
      *=======================================================*         00000840
       DATA                                      DIVISION.              00000850
      *=======================================================*         00000860
       FILE                                      SECTION.               00000870
       FD ENTRADA-SYSIN                                                 00000880
           RECORDING MODE IS F                                          00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
       01 SYSIN-REGISTRO             PIC X(039).                        00000910
                                                                        00000920
       FD AUTORIZA.                                                     00000930
           COPY CPAUT01.                                                00000940
                                                                        00000950
       FD REJEITO-INTAKE                                                00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
           COPY CPREJ18.                                                00000990
                                                                        00001000
       FD AUDITORIA                                                     00001010
           RECORDING MODE IS F                                          00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
           COPY CPAUD01.                                                00001040
                                                                        00001050
       FD CHECKPT.                                                      00001060
           COPY CPCKPT01.                                               00001070
                                                                        00001080
       FD ERRLOG.                                                       00001090
           COPY CPERRL01.                                               00001100
                                                                        00001110
       FD CALENDARIO.                                                   00001120
           COPY CPCAL01.                                                00001130
                                                                        00001140
       FD ESTATIS                                                       00001150
           RECORDING MODE IS F                                          00001160
           BLOCK CONTAINS 0 RECORDS.                                    00001170
           COPY CPSTA01.                                                00001180
                                                                        00001190
       FD CONTROLE                                                      00001200
           RECORDING MODE IS F                                          00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
           COPY CPCTRL01.                                               00001230
                                                                        00001240
       FD APROVACAO.                                                    00001250
           COPY CPAPV01.                                                00001260
                                                                        00001270
       WORKING-STORAGE                           SECTION.               00001280
       01 WRK-REGISTRO.                                                 00001290
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001300
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001310
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001320
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001330
          05 WRK-OPERADOR    PIC X(020)       VALUE SPACES.             00001340
          05 WRK-PROGRAMA    PIC X(008)       VALUE SPACES.             00001350
          05 WRK-TRANSACOES  PIC X(010)       VALUE SPACES.             00001360
                                                                        00001370
       77 WRK-FS-AUTORIZA          PIC X(02) VALUE SPACES.              00001380
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001390
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001400
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001410
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001420
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001430
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001440
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001450
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001460
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001470
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001480
       01 WRK-SW-VALIDO.                                                00001490
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001500
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001510
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001520
       01 WRK-SW-IMPLANTACAO.                                           00001530
          05 WRK-SW-IMPLANTACAO-IND  PIC X(01) VALUE 'N'.               00001540
             88 WRK-MASTER-IMPLANTACAO     VALUE 'S'.                   00001550
             88 WRK-MASTER-EM-USO          VALUE 'N'.                   00001560
       COPY CPAUD02.                                                    00001570
       COPY CPCAB01.                                                    00001580
       COPY CPCKP01.                                                    00001590
       COPY CPERR01.                                                    00001600
       COPY CPDTA01.                                                    00001610
       COPY CPSTT01.                                                    00001620
       COPY CPAPV02.                                                    00001630
       COPY CPSRV01.                                                    00001640
      *---------------------------------------------------              00001650
       LINKAGE                                    SECTION.              00001660
      *---------------------------------------------------              00001670
       01 WRK-PARM-RESTART.                                             00001680
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001690
          05 WRK-PARM-DADOS           PIC X(66).                        00001700
      *=========================================*                       00001710
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001720
      *=========================================*                       00001730
                                                                        00001740
      *---------------------------------------------------              00001750
       0000-PRINCIPAL                     SECTION.                      00001760
      *---------------------------------------------------              00001770
             PERFORM 0100-INICIAR.                                      00001780
             PERFORM 0200-PROCESSAR                                     00001790
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001800
             PERFORM 0300-FINALIZAR.                                    00001810
      *---------------------------------------------------              00001820
       0000-99-FIM.            EXIT.                                    00001830
      *---------------------------------------------------              00001840
                                                                        00001850
       0100-INICIAR                       SECTION.                      00001860
             MOVE 'FR05CB86' TO WRK-CAB-PROGRAMA.                       00001870
             PERFORM 0101-CABECALHO-PADRAO.                             00001880
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001890
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001900
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001910
             PERFORM 0102-INTERPRETAR-PARM.                             00001920
             OPEN I-O AUTORIZA.                                         00001930
             IF WRK-FS-AUTORIZA EQUAL '35'                              00001940
                 SET WRK-MASTER-IMPLANTACAO TO TRUE                     00001950
                 OPEN OUTPUT AUTORIZA                                   00001960
                 CLOSE AUTORIZA                                         00001970
                 OPEN I-O AUTORIZA                                      00001980
             END-IF.                                                    00001990
             OPEN INPUT ENTRADA-SYSIN.                                  00002000
             PERFORM 0140-ABRIR-APROVACAO.                              00002010
             PERFORM 0105-ABRIR-AUDITORIA.                              00002020
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002030
             PERFORM 0104-POSICIONAR-RESTART.                           00002040
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002050
                 OPEN EXTEND REJEITO-INTAKE                             00002060
                 OPEN EXTEND CONTROLE                                   00002070
             ELSE                                                       00002080
                 OPEN OUTPUT REJEITO-INTAKE                             00002090
                 OPEN OUTPUT CONTROLE                                   00002100
             END-IF.                                                    00002110
             PERFORM 0110-TESTAR-STATUS.                                00002120
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002130
             PERFORM 0150-APLICAR-APROVADOS.                            00002140
      *---------------------------------------------------              00002150
       0100-99-FIM.            EXIT.                                    00002160
      *---------------------------------------------------              00002170
           COPY CPCAB02.                                                00002180
       COPY CPCKP02.                                                    00002190
           COPY CPERR02.                                                00002200
           COPY CPDTA02.                                                00002210
           COPY CPSTT02.                                                00002220
           COPY CPAUD03.                                                00002230
           COPY CPAPV03.                                                00002240
      *---------------------------------------------------              00002250
       0105-ABRIR-AUDITORIA               SECTION.                      00002260
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002270
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002280
      *---------------------------------------------------              00002290
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002300
             OPEN EXTEND AUDITORIA.                                     00002310
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002320
                 OPEN OUTPUT AUDITORIA                                  00002330
                 CLOSE AUDITORIA                                        00002340
                 OPEN EXTEND AUDITORIA                                  00002350
             END-IF.                                                    00002360
      *---------------------------------------------------              00002370
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002380
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002390
      *    ULTIMO CHECKPOINT                                            00002400
      *---------------------------------------------------              00002410
             PERFORM 0108-PULAR-UM-CARTAO                               00002420
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002430
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002440
      *---------------------------------------------------              00002450
       0108-PULAR-UM-CARTAO               SECTION.                      00002460
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002470
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002480
                 ADD 1 TO WRK-CONT-LIDOS                                00002490
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002500
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002510
             END-IF.                                                    00002520
                                                                        00002530
       0110-TESTAR-STATUS                 SECTION.                      00002540
             IF WRK-FS-AUTORIZA NOT EQUAL ZEROS                         00002550
                 MOVE ' ERRO OPEN MASTER DE AUTORIZACAO ' TO WRK-MSG    00002560
                 PERFORM 9000-TRATA-ERROS                               00002570
             END-IF.                                                    00002580
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002590
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002600
                 PERFORM 9000-TRATA-ERROS                               00002610
             END-IF.                                                    00002620
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002630
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002640
                 PERFORM 9000-TRATA-ERROS                               00002650
             END-IF.                                                    00002660
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002670
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002680
                 PERFORM 9000-TRATA-ERROS                               00002690
             END-IF.                                                    00002700
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002710
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002720
                 PERFORM 9000-TRATA-ERROS                               00002730
             END-IF.                                                    00002740
      *---------------------------------------------------              00002750
       0200-PROCESSAR                     SECTION.                      00002760
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002770
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002780
                 ADD 1 TO WRK-CONT-LIDOS                                00002790
                 PERFORM 0210-VALIDAR-REGISTRO                          00002800
                 PERFORM 0240-TESTAR-SENSIBILIDADE                      00002810
                 IF WRK-CARTAO-RETIDO                                   00002820
                     PERFORM 0145-RETER-CARTAO                          00002830
                 END-IF                                                 00002840
                 IF WRK-REGISTRO-VALIDO AND WRK-CARTAO-LIVRE            00002850
                     PERFORM 0212-GRAVA-AUTORIZACAO                     00002860
                 END-IF                                                 00002870
                 IF WRK-CARTAO-RETIDO                                   00002880
                     ADD 1 TO WRK-CONT-RETIDOS                          00002890
                     SET AUD-RETIDO TO TRUE                             00002900
                 ELSE IF WRK-REGISTRO-VALIDO                            00002910
                     ADD 1 TO WRK-CONT-ACEITOS                          00002920
                     SET AUD-ACEITO TO TRUE                             00002930
                 ELSE                                                   00002940
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002950
                     PERFORM 0220-GRAVA-REJEITO                         00002960
                     SET AUD-REJEITADO TO TRUE                          00002970
                 END-IF END-IF                                          00002980
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002990
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003000
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003010
             END-IF.                                                    00003020
      *---------------------------------------------------              00003030
       0212-GRAVA-AUTORIZACAO             SECTION.                      00003040
             MOVE WRK-OPERADOR    TO AUT-OPERADOR.                      00003050
             MOVE WRK-PROGRAMA    TO AUT-PROGRAMA.                      00003060
             EVALUATE TRUE                                              00003070
                 WHEN WRK-TRANS-INCLUSAO                                00003080
                     MOVE WRK-TRANSACOES   TO AUT-TRANSACOES            00003090
                     SET AUT-ATIVO         TO TRUE                      00003100
                     WRITE CPAUT01-REGISTRO                             00003110
                         INVALID KEY                                    00003120
                             MOVE ' AUTORIZACAO JA CADASTRADA '         00003130
                                 TO WRK-MSG                             00003140
                             DISPLAY WRK-MSG                            00003150
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003160
                             MOVE 06 TO REJ18-CODIGO-MOTIVO             00003170
                             MOVE WRK-MSG TO REJ18-DESCRICAO-MOTIVO     00003180
                     END-WRITE                                          00003190
                 WHEN WRK-TRANS-ALTERACAO                               00003200
                     READ AUTORIZA                                      00003210
                         INVALID KEY                                    00003220
                             MOVE ' AUTORIZACAO INEXISTENTE '           00003230
                                 TO WRK-MSG                             00003240
                             DISPLAY WRK-MSG                            00003250
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003260
                             MOVE 06 TO REJ18-CODIGO-MOTIVO             00003270
                             MOVE WRK-MSG TO REJ18-DESCRICAO-MOTIVO     00003280
                         NOT INVALID KEY                                00003290
                             MOVE WRK-TRANSACOES TO AUT-TRANSACOES      00003300
                             SET AUT-ATIVO       TO TRUE                00003310
                             REWRITE CPAUT01-REGISTRO                   00003320
                     END-READ                                           00003330
                 WHEN WRK-TRANS-EXCLUSAO                                00003340
                     READ AUTORIZA                                      00003350
                         INVALID KEY                                    00003360
                             MOVE ' AUTORIZACAO INEXISTENTE '           00003370
                                 TO WRK-MSG                             00003380
                             DISPLAY WRK-MSG                            00003390
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003400
                             MOVE 06 TO REJ18-CODIGO-MOTIVO             00003410
                             MOVE WRK-MSG TO REJ18-DESCRICAO-MOTIVO     00003420
                         NOT INVALID KEY                                00003430
                             SET AUT-INATIVO TO TRUE                    00003440
                             REWRITE CPAUT01-REGISTRO                   00003450
                     END-READ                                           00003460
             END-EVALUATE.                                              00003470
      *---------------------------------------------------              00003480
       0210-VALIDAR-REGISTRO              SECTION.                      00003490
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003500
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003510
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003520
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003530
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003540
                 MOVE 01 TO REJ18-CODIGO-MOTIVO                         00003550
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003560
                     REJ18-DESCRICAO-MOTIVO                             00003570
             ELSE IF WRK-OPERADOR EQUAL SPACES                          00003580
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003590
                 MOVE 02 TO REJ18-CODIGO-MOTIVO                         00003600
                 MOVE 'OPERADOR EM BRANCO' TO                           00003610
                     REJ18-DESCRICAO-MOTIVO                             00003620
             ELSE IF WRK-PROGRAMA EQUAL SPACES                          00003630
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003640
                 MOVE 03 TO REJ18-CODIGO-MOTIVO                         00003650
                 MOVE 'PROGRAMA EM BRANCO' TO                           00003660
                     REJ18-DESCRICAO-MOTIVO                             00003670
             END-IF END-IF END-IF.                                      00003680
      *---------------------------------------------------              00003690
       0240-TESTAR-SENSIBILIDADE          SECTION.                      00003700
      *    DUPLA CUSTODIA: A CONCESSAO DE ACESSO (INCLUSAO OU           00003710
      *    ALTERACAO DAS TRANSACOES) NAO E APLICADA - FICA RETIDA       00003720
      *    ATE A APROVACAO DE UM SEGUNDO OPERADOR (FR06CB27). A         00003730
      *    INATIVACAO E APLICADA DIRETO, ASSIM COMO O CARTAO QUE        00003740
      *    O MASTER JA REJEITARIA (INCLUSAO DUPLICADA, ALTERACAO        00003750
      *    INEXISTENTE) E A CARGA INICIAL NA IMPLANTACAO DO             00003760
      *    MASTER, QUANDO AINDA NAO HA QUEM APROVE                      00003770
      *---------------------------------------------------              00003780
             SET WRK-CARTAO-LIVRE TO TRUE.                              00003790
             IF WRK-REGISTRO-INVALIDO OR WRK-TRANS-EXCLUSAO             00003800
                OR WRK-MASTER-IMPLANTACAO                               00003810
                 GO TO 0240-99-FIM                                      00003820
             END-IF.                                                    00003830
             MOVE WRK-OPERADOR TO AUT-OPERADOR.                         00003840
             MOVE WRK-PROGRAMA TO AUT-PROGRAMA.                         00003850
             READ AUTORIZA                                              00003860
                 INVALID KEY                                            00003870
                     IF WRK-TRANS-ALTERACAO                             00003880
                         GO TO 0240-99-FIM                              00003890
                     END-IF                                             00003900
                 NOT INVALID KEY                                        00003910
                     IF WRK-TRANS-INCLUSAO                              00003920
                         GO TO 0240-99-FIM                              00003930
                     END-IF                                             00003940
             END-READ.                                                  00003950
             SET WRK-CARTAO-RETIDO TO TRUE.                             00003960
             MOVE SPACES TO CPAPV01-REGISTRO.                           00003970
             SET APV-REGRA-AUTORIZACAO TO TRUE.                         00003980
             MOVE WRK-OPERADOR   TO APV-CHAVE (1:20).                   00003990
             MOVE WRK-PROGRAMA   TO APV-CHAVE (22:8).                   00004000
             MOVE ZEROS          TO APV-VALOR-ANTERIOR.                 00004010
             MOVE ZEROS          TO APV-VALOR-NOVO.                     00004020
             MOVE ZEROS          TO APV-NUM-LOTE.                       00004030
       0240-99-FIM.            EXIT.                                    00004040
      *---------------------------------------------------              00004050
       0250-APLICAR-CARTAO-APROVADO       SECTION.                      00004060
      *    APLICA O CARTAO DE UMA PENDENCIA JA APROVADA (CPAPV03),      00004070
      *    COM A MESMA CRITICA E A MESMA TRILHA DOS CARTOES DA          00004080
      *    SYSIN                                                        00004090
      *---------------------------------------------------              00004100
             PERFORM 0210-VALIDAR-REGISTRO.                             00004110
             IF WRK-REGISTRO-VALIDO                                     00004120
                 PERFORM 0212-GRAVA-AUTORIZACAO                         00004130
             END-IF.                                                    00004140
             IF WRK-REGISTRO-VALIDO                                     00004150
                 SET AUD-ACEITO TO TRUE                                 00004160
             ELSE                                                       00004170
                 PERFORM 0220-GRAVA-REJEITO                             00004180
                 SET AUD-REJEITADO TO TRUE                              00004190
             END-IF.                                                    00004200
             PERFORM 0900-GRAVAR-AUDITORIA.                             00004210
      *---------------------------------------------------              00004220
       0220-GRAVA-REJEITO                 SECTION.                      00004230
             MOVE 'FR05CB86' TO REJ18-PROGRAMA.                         00004240
             MOVE WRK-REGISTRO TO REJ18-REGISTRO-ORIGINAL.              00004250
             WRITE CPREJ18-REGISTRO.                                    00004260
      *---------------------------------------------------              00004270
       0900-GRAVAR-AUDITORIA              SECTION.                      00004280
             MOVE 'FR05CB86' TO AUD-PROGRAMA.                           00004290
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004300
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004310
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004320
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004330
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004340
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004350
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004360
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004370
             WRITE CPAUD01-REGISTRO.                                    00004380
      *---------------------------------------------------              00004390
       0300-FINALIZAR                     SECTION.                      00004400
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004410
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004420
             PERFORM 0310-GRAVA-CONTROLE.                               00004430
             MOVE WRK-CONT-LIDOS                                        00004440
                 TO WRK-STT-REGISTROS.                                  00004450
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004460
             CLOSE AUTORIZA.                                            00004470
             CLOSE REJEITO-INTAKE.                                      00004480
             CLOSE AUDITORIA.                                           00004490
             CLOSE ENTRADA-SYSIN.                                       00004500
             CLOSE CONTROLE.                                            00004510
             CLOSE APROVACAO.                                           00004520
             DISPLAY '==========================='.                     00004530
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004540
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004550
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004560
             DISPLAY 'TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.            00004570
             DISPLAY 'APROV. APLICADAS.: ' WRK-CONT-APV-APLICADOS.      00004580
             DISPLAY 'APROV. FALHAS....: ' WRK-CONT-APV-FALHOS.         00004590
             DISPLAY '==========================='.                     00004600
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004610
             PERFORM 9000-TRATA-ERROS.                                  00004620
      *---------------------------------------------------              00004630
       0310-GRAVA-CONTROLE                SECTION.                      00004640
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004650
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004660
      *---------------------------------------------------              00004670
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004680
             MOVE SPACES              TO CTL-DATA-HORA.                 00004690
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004700
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004710
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004720
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004730
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00004740
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004750
             MOVE ZERO                TO CTL-QTD-FONTES.                00004760
             WRITE CPCTRL01-REGISTRO.                                   00004770
      *---------------------------------------------------              00004780
       9000-TRATA-ERROS                   SECTION.                      00004790
      *---------------------------------------------------              00004800
             PERFORM 9050-GRAVAR-ERRLOG.                                00004810
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004820
             STOP RUN.                                                  00004830
      *--------------------------------------------------------------   00004840
       9000-99-FIM.            EXIT.                                    00004850
      *--------------------------------------------------------------   00004860
                                                                        00004870
                                                                        00004880
