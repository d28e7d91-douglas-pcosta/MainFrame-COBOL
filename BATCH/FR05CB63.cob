      *     DATA        AUTOR   DESCRICAO                               00000250
      *     ----------  ------  --------------------------------        00000260
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000270
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000280
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000290
      *=======================================================*         00000300
                                                                        00000310
      *=======================================================*         00000320
       ENVIRONMENT                               DIVISION.              00000330
      *=======================================================*         00000340
       INPUT-OUTPUT                              SECTION.               00000350
       FILE-CONTROL.                                                    00000360
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000370
                ORGANIZATION IS INDEXED                                 00000380
                ACCESS MODE  IS DYNAMIC                                 00000390
                RECORD KEY   IS PRM-CODIGO                              00000400
                FILE STATUS  IS WRK-FS-PROMO.                           00000410
                                                                        00000420
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000430
                ORGANIZATION IS INDEXED                                 00000440
                ACCESS MODE  IS DYNAMIC                                 00000450
                RECORD KEY   IS PRDM-CODIGO                             00000460
                FILE STATUS  IS WRK-FS-PRDM.                            00000470
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
      *=======================================================*         00000780
       DATA                                      DIVISION.              00000790
      *=======================================================*         00000800
       FILE                                      SECTION.               00000810
       FD ENTRADA-SYSIN                                                 00000820
           RECORDING MODE IS F                                          00000830
           BLOCK CONTAINS 0 RECORDS.                                    00000840
       01 SYSIN-REGISTRO             PIC X(034).                        00000850
                                                                        00000860
       FD PROMO-MASTER.                                                 00000870
           COPY CPPRM01.                                                00000880
                                                                        00000890
       FD PRODUTO-MASTER.                                               00000900
           COPY CPPRDM01.                                               00000910
                                                                        00000920
       FD REJEITO-INTAKE                                                00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
           COPY CPREJ11.                                                00000960
                                                                        00000970
       FD AUDITORIA                                                     00000980
           RECORDING MODE IS F                                          00000990
           BLOCK CONTAINS 0 RECORDS.                                    00001000
           COPY CPAUD01.                                                00001010
                                                                        00001020
       FD CHECKPT.                                                      00001030
           COPY CPCKPT01.                                               00001040
                                                                        00001050
       FD ERRLOG.                                                       00001060
           COPY CPERRL01.                                               00001070
                                                                        00001080
       FD CALENDARIO.                                                   00001090
           COPY CPCAL01.                                                00001100
                                                                        00001110
       FD ESTATIS                                                       00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPSTA01.                                                00001150
                                                                        00001160
       FD CONTROLE                                                      00001170
           RECORDING MODE IS F                                          00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
           COPY CPCTRL01.                                               00001200
                                                                        00001210
       WORKING-STORAGE                           SECTION.               00001220
       01 WRK-REGISTRO.                                                 00001230
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001240
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001250
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001260
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001270
          05 WRK-CODIGO      PIC 9(008)       VALUE ZEROS.              00001280
          05 WRK-PRECO       PIC 9(007)V99    VALUE ZEROS.              00001290
          05 WRK-DATA-INICIO PIC 9(008)       VALUE ZEROS.              00001300
          05 WRK-DATA-FIM    PIC 9(008)       VALUE ZEROS.              00001310
                                                                        00001320
       77 WRK-FS-PROMO             PIC X(02) VALUE SPACES.              00001330
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001340
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001350
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001360
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001370
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001380
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001390
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001400
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001410
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001420
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001430
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001440
       01 WRK-SW-VALIDO.                                                00001450
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001460
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001470
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001480
       COPY CPAUD02.                                                    00001490
       COPY CPCAB01.                                                    00001500
       COPY CPCKP01.                                                    00001510
       COPY CPERR01.                                                    00001520
       COPY CPDTA01.                                                    00001530
       COPY CPSTT01.                                                    00001540
      *---------------------------------------------------              00001550
       LINKAGE                                    SECTION.              00001560
      *---------------------------------------------------              00001570
       01 WRK-PARM-RESTART.                                             00001580
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001590
          05 WRK-PARM-DADOS           PIC X(66).                        00001600
      *=========================================*                       00001610
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001620
      *=========================================*                       00001630
                                                                        00001640
      *---------------------------------------------------              00001650
       0000-PRINCIPAL                     SECTION.                      00001660
      *---------------------------------------------------              00001670
             PERFORM 0100-INICIAR.                                      00001680
             PERFORM 0200-PROCESSAR                                     00001690
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001700
             PERFORM 0300-FINALIZAR.                                    00001710
      *---------------------------------------------------              00001720
       0000-99-FIM.            EXIT.                                    00001730
      *---------------------------------------------------              00001740
                                                                        00001750
       0100-INICIAR                       SECTION.                      00001760
             MOVE 'FR05CB63' TO WRK-CAB-PROGRAMA.                       00001770
             PERFORM 0101-CABECALHO-PADRAO.                             00001780
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001790
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001800
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001810
             PERFORM 0102-INTERPRETAR-PARM.                             00001820
             OPEN I-O PROMO-MASTER.                                     00001830
             IF WRK-FS-PROMO EQUAL '35'                                 00001840
                 OPEN OUTPUT PROMO-MASTER                               00001850
                 CLOSE PROMO-MASTER                                     00001860
                 OPEN I-O PROMO-MASTER                                  00001870
             END-IF.                                                    00001880
             OPEN INPUT PRODUTO-MASTER.                                 00001890
             OPEN INPUT ENTRADA-SYSIN.                                  00001900
             PERFORM 0105-ABRIR-AUDITORIA.                              00001910
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001920
             PERFORM 0104-POSICIONAR-RESTART.                           00001930
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001940
                 OPEN EXTEND REJEITO-INTAKE                             00001950
                 OPEN EXTEND CONTROLE                                   00001960
             ELSE                                                       00001970
                 OPEN OUTPUT REJEITO-INTAKE                             00001980
                 OPEN OUTPUT CONTROLE                                   00001990
             END-IF.                                                    00002000
             PERFORM 0110-TESTAR-STATUS.                                00002010
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002020
      *---------------------------------------------------              00002030
       0100-99-FIM.            EXIT.                                    00002040
      *---------------------------------------------------              00002050
           COPY CPCAB02.                                                00002060
       COPY CPCKP02.                                                    00002070
           COPY CPERR02.                                                00002080
           COPY CPDTA02.                                                00002090
           COPY CPSTT02.                                                00002100
           COPY CPAUD03.                                                00002110
      *---------------------------------------------------              00002120
       0105-ABRIR-AUDITORIA               SECTION.                      00002130
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002140
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002150
      *---------------------------------------------------              00002160
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002170
             OPEN EXTEND AUDITORIA.                                     00002180
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002190
                 OPEN OUTPUT AUDITORIA                                  00002200
                 CLOSE AUDITORIA                                        00002210
                 OPEN EXTEND AUDITORIA                                  00002220
             END-IF.                                                    00002230
      *---------------------------------------------------              00002240
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002250
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002260
      *    ULTIMO CHECKPOINT                                            00002270
      *---------------------------------------------------              00002280
             PERFORM 0108-PULAR-UM-CARTAO                               00002290
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002300
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002310
      *---------------------------------------------------              00002320
       0108-PULAR-UM-CARTAO               SECTION.                      00002330
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002340
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002350
                 ADD 1 TO WRK-CONT-LIDOS                                00002360
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002370
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002380
             END-IF.                                                    00002390
                                                                        00002400
       0110-TESTAR-STATUS                 SECTION.                      00002410
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00002420
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00002430
                 PERFORM 9000-TRATA-ERROS                               00002440
             END-IF.                                                    00002450
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002460
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002470
                 PERFORM 9000-TRATA-ERROS                               00002480
             END-IF.                                                    00002490
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002500
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002510
                 PERFORM 9000-TRATA-ERROS                               00002520
             END-IF.                                                    00002530
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002540
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002550
                 PERFORM 9000-TRATA-ERROS                               00002560
             END-IF.                                                    00002570
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002580
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002590
                 PERFORM 9000-TRATA-ERROS                               00002600
             END-IF.                                                    00002610
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002620
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002630
                 PERFORM 9000-TRATA-ERROS                               00002640
             END-IF.                                                    00002650
      *---------------------------------------------------              00002660
       0200-PROCESSAR                     SECTION.                      00002670
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002680
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002690
                 ADD 1 TO WRK-CONT-LIDOS                                00002700
                 PERFORM 0210-VALIDAR-REGISTRO                          00002710
                 IF WRK-REGISTRO-VALIDO                                 00002720
                     PERFORM 0212-GRAVA-PROMOCAO                        00002730
                 END-IF                                                 00002740
                 IF WRK-REGISTRO-VALIDO                                 00002750
                     ADD 1 TO WRK-CONT-ACEITOS                          00002760
                     SET AUD-ACEITO TO TRUE                             00002770
                 ELSE                                                   00002780
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002790
                     PERFORM 0220-GRAVA-REJEITO                         00002800
                     SET AUD-REJEITADO TO TRUE                          00002810
                 END-IF                                                 00002820
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002830
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002840
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002850
             END-IF.                                                    00002860
      *---------------------------------------------------              00002870
       0212-GRAVA-PROMOCAO                SECTION.                      00002880
             MOVE WRK-CODIGO      TO PRM-CODIGO.                        00002890
             EVALUATE TRUE                                              00002900
                 WHEN WRK-TRANS-INCLUSAO                                00002910
                     MOVE WRK-PRECO        TO PRM-PRECO-PROMO           00002920
                     MOVE WRK-DATA-INICIO  TO PRM-DATA-INICIO           00002930
                     MOVE WRK-DATA-FIM     TO PRM-DATA-FIM              00002940
                     SET PRM-ATIVA         TO TRUE                      00002950
                     WRITE CPPRM01-REGISTRO                             00002960
                         INVALID KEY                                    00002970
                             MOVE ' PROMOCAO JA CADASTRADA '            00002980
                                 TO WRK-MSG                             00002990
                             DISPLAY WRK-MSG                            00003000
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003010
                             MOVE 06 TO REJ11-CODIGO-MOTIVO             00003020
                             MOVE WRK-MSG TO REJ11-DESCRICAO-MOTIVO     00003030
                     END-WRITE                                          00003040
                 WHEN WRK-TRANS-ALTERACAO                               00003050
                     READ PROMO-MASTER                                  00003060
                         INVALID KEY                                    00003070
                             MOVE ' PROMOCAO INEXISTENTE '              00003080
                                 TO WRK-MSG                             00003090
                             DISPLAY WRK-MSG                            00003100
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003110
                             MOVE 06 TO REJ11-CODIGO-MOTIVO             00003120
                             MOVE WRK-MSG TO REJ11-DESCRICAO-MOTIVO     00003130
                         NOT INVALID KEY                                00003140
                             MOVE WRK-PRECO       TO PRM-PRECO-PROMO    00003150
                             MOVE WRK-DATA-INICIO TO PRM-DATA-INICIO    00003160
                             MOVE WRK-DATA-FIM    TO PRM-DATA-FIM       00003170
                             SET PRM-ATIVA        TO TRUE               00003180
                             REWRITE CPPRM01-REGISTRO                   00003190
                     END-READ                                           00003200
                 WHEN WRK-TRANS-EXCLUSAO                                00003210
                     READ PROMO-MASTER                                  00003220
                         INVALID KEY                                    00003230
                             MOVE ' PROMOCAO INEXISTENTE '              00003240
                                 TO WRK-MSG                             00003250
                             DISPLAY WRK-MSG                            00003260
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003270
                             MOVE 06 TO REJ11-CODIGO-MOTIVO             00003280
                             MOVE WRK-MSG TO REJ11-DESCRICAO-MOTIVO     00003290
                         NOT INVALID KEY                                00003300
                             SET PRM-INATIVA TO TRUE                    00003310
                             REWRITE CPPRM01-REGISTRO                   00003320
                     END-READ                                           00003330
             END-EVALUATE.                                              00003340
      *---------------------------------------------------              00003350
       0210-VALIDAR-REGISTRO              SECTION.                      00003360
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003370
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003380
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003390
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003400
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003410
                 MOVE 01 TO REJ11-CODIGO-MOTIVO                         00003420
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003430
                     REJ11-DESCRICAO-MOTIVO                             00003440
             ELSE IF WRK-CODIGO NOT NUMERIC                             00003450
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003460
                 MOVE 02 TO REJ11-CODIGO-MOTIVO                         00003470
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00003480
                     REJ11-DESCRICAO-MOTIVO                             00003490
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003500
                 CONTINUE                                               00003510
             ELSE IF WRK-PRECO NOT NUMERIC OR                           00003520
                WRK-PRECO EQUAL ZEROS                                   00003530
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003540
                 MOVE 03 TO REJ11-CODIGO-MOTIVO                         00003550
                 MOVE 'PRECO PROMOCIONAL INVALIDO' TO                   00003560
                     REJ11-DESCRICAO-MOTIVO                             00003570
             ELSE IF WRK-DATA-INICIO NOT NUMERIC OR                     00003580
                WRK-DATA-FIM NOT NUMERIC OR                             00003590
                WRK-DATA-FIM < WRK-DATA-INICIO                          00003600
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003610
                 MOVE 04 TO REJ11-CODIGO-MOTIVO                         00003620
                 MOVE 'JANELA DE VIGENCIA INVALIDA' TO                  00003630
                     REJ11-DESCRICAO-MOTIVO                             00003640
             END-IF END-IF END-IF END-IF END-IF.                        00003650
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003660
                 PERFORM 0215-VALIDAR-PRODUTO                           00003670
             END-IF.                                                    00003680
      *---------------------------------------------------              00003690
       0215-VALIDAR-PRODUTO               SECTION.                      00003700
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00003710
             READ PRODUTO-MASTER                                        00003720
                 INVALID KEY                                            00003730
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00003740
                     MOVE 02 TO REJ11-CODIGO-MOTIVO                     00003750
                     MOVE 'PRODUTO NAO CADASTRADO' TO                   00003760
                         REJ11-DESCRICAO-MOTIVO                         00003770
                 NOT INVALID KEY                                        00003780
                     IF PRDM-INATIVO                                    00003790
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00003800
                         MOVE 02 TO REJ11-CODIGO-MOTIVO                 00003810
                         MOVE 'PRODUTO INATIVO' TO                      00003820
                             REJ11-DESCRICAO-MOTIVO                     00003830
                     END-IF                                             00003840
             END-READ.                                                  00003850
      *---------------------------------------------------              00003860
       0220-GRAVA-REJEITO                 SECTION.                      00003870
             MOVE 'FR05CB63' TO REJ11-PROGRAMA.                         00003880
             MOVE WRK-REGISTRO TO REJ11-REGISTRO-ORIGINAL.              00003890
             WRITE CPREJ11-REGISTRO.                                    00003900
      *---------------------------------------------------              00003910
       0900-GRAVAR-AUDITORIA              SECTION.                      00003920
             MOVE 'FR05CB63' TO AUD-PROGRAMA.                           00003930
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00003940
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00003950
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00003960
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00003970
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00003980
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00003990
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004000
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004010
             WRITE CPAUD01-REGISTRO.                                    00004020
      *---------------------------------------------------              00004030
       0300-FINALIZAR                     SECTION.                      00004040
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004050
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004060
             PERFORM 0310-GRAVA-CONTROLE.                               00004070
             MOVE WRK-CONT-LIDOS                                        00004080
                 TO WRK-STT-REGISTROS.                                  00004090
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004100
             CLOSE PROMO-MASTER.                                        00004110
             CLOSE PRODUTO-MASTER.                                      00004120
             CLOSE REJEITO-INTAKE.                                      00004130
             CLOSE AUDITORIA.                                           00004140
             CLOSE ENTRADA-SYSIN.                                       00004150
             CLOSE CONTROLE.                                            00004160
             DISPLAY '==========================='.                     00004170
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004180
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004190
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004200
             DISPLAY '==========================='.                     00004210
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004220
             PERFORM 9000-TRATA-ERROS.                                  00004230
      *---------------------------------------------------              00004240
       0310-GRAVA-CONTROLE                SECTION.                      00004250
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004260
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004270
      *---------------------------------------------------              00004280
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004290
             MOVE SPACES              TO CTL-DATA-HORA.                 00004300
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004310
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004320
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004330
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004340
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004350
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004360
             MOVE ZERO                TO CTL-QTD-FONTES.                00004370
             WRITE CPCTRL01-REGISTRO.                                   00004380
      *---------------------------------------------------              00004390
       9000-TRATA-ERROS                   SECTION.                      00004400
      *---------------------------------------------------              00004410
             PERFORM 9050-GRAVAR-ERRLOG.                                00004420
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004430
             STOP RUN.                                                  00004440
      *--------------------------------------------------------------   00004450
       9000-99-FIM.            EXIT.                                    00004460
      *--------------------------------------------------------------   00004470
