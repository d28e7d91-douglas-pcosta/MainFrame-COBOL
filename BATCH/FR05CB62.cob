      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000260
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000270
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000280
      *=======================================================*         00000290
                                                                        00000300
      *=======================================================*         00000310
       ENVIRONMENT                               DIVISION.              00000320
      *=======================================================*         00000330
       INPUT-OUTPUT                              SECTION.               00000340
       FILE-CONTROL.                                                    00000350
             SELECT TAXA-MASTER ASSIGN TO ARQTAX                        00000360
                ORGANIZATION IS INDEXED                                 00000370
                ACCESS MODE  IS DYNAMIC                                 00000380
                RECORD KEY   IS TAX-CHAVE                               00000390
                FILE STATUS  IS WRK-FS-TAXA.                            00000400
                                                                        00000410
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS CAT-CODIGO                              00000450
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000460
                                                                        00000470
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000480
                FILE STATUS  IS WRK-FS-REJEITO.                         00000490
                                                                        00000500
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000510
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000520
                                                                        00000530
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000540
                FILE STATUS  IS WRK-FS-SYSIN.                           00000550
                                                                        00000560
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000570
                ORGANIZATION IS INDEXED                                 00000580
                ACCESS MODE  IS DYNAMIC                                 00000590
                RECORD KEY   IS CKP-PROGRAMA                            00000600
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000610
                                                                        00000620
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000630
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000640
                                                                        00000650
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000660
                ORGANIZATION IS INDEXED                                 00000670
                ACCESS MODE  IS DYNAMIC                                 00000680
                RECORD KEY   IS CAL-DATA                                00000690
                FILE STATUS  IS WRK-FS-CALEND.                          00000700
                                                                        00000710
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000720
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000730
                                                                        00000740
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000750
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000760
      *=======================================================*         00000770
       DATA                                      DIVISION.              00000780
      *=======================================================*         00000790
       FILE                                      SECTION.               00000800
       FD ENTRADA-SYSIN                                                 00000810
           RECORDING MODE IS F                                          00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
       01 SYSIN-REGISTRO             PIC X(012).                        00000840
                                                                        00000850
       FD TAXA-MASTER.                                                  00000860
           COPY CPTAX01.                                                00000870
                                                                        00000880
       FD CATEGORIA-MASTER.                                             00000890
           COPY CPCAT01.                                                00000900
                                                                        00000910
       FD REJEITO-INTAKE                                                00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPREJ10.                                                00000950
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
       WORKING-STORAGE                           SECTION.               00001210
       01 WRK-REGISTRO.                                                 00001220
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001230
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001240
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001250
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001260
          05 WRK-UF          PIC X(002)       VALUE SPACES.             00001270
          05 WRK-CATEGORIA   PIC X(005)       VALUE SPACES.             00001280
          05 WRK-ALIQUOTA    PIC 9(002)V99    VALUE ZEROS.              00001290
                                                                        00001300
       77 WRK-FS-TAXA              PIC X(02) VALUE SPACES.              00001310
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00001320
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001330
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001340
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001350
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001360
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001370
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001380
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001390
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001400
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001410
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001420
       01 WRK-SW-VALIDO.                                                00001430
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001440
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001450
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001460
       COPY CPAUD02.                                                    00001470
       COPY CPCAB01.                                                    00001480
       COPY CPCKP01.                                                    00001490
       COPY CPERR01.                                                    00001500
       COPY CPDTA01.                                                    00001510
       COPY CPSTT01.                                                    00001520
      *---------------------------------------------------              00001530
       LINKAGE                                    SECTION.              00001540
      *---------------------------------------------------              00001550
       01 WRK-PARM-RESTART.                                             00001560
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001570
          05 WRK-PARM-DADOS           PIC X(66).                        00001580
      *=========================================*                       00001590
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001600
      *=========================================*                       00001610
                                                                        00001620
      *---------------------------------------------------              00001630
       0000-PRINCIPAL                     SECTION.                      00001640
      *---------------------------------------------------              00001650
             PERFORM 0100-INICIAR.                                      00001660
             PERFORM 0200-PROCESSAR                                     00001670
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001680
             PERFORM 0300-FINALIZAR.                                    00001690
      *---------------------------------------------------              00001700
       0000-99-FIM.            EXIT.                                    00001710
      *---------------------------------------------------              00001720
                                                                        00001730
       0100-INICIAR                       SECTION.                      00001740
             MOVE 'FR05CB62' TO WRK-CAB-PROGRAMA.                       00001750
             PERFORM 0101-CABECALHO-PADRAO.                             00001760
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001770
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001780
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001790
             PERFORM 0102-INTERPRETAR-PARM.                             00001800
             OPEN I-O TAXA-MASTER.                                      00001810
             IF WRK-FS-TAXA EQUAL '35'                                  00001820
                 OPEN OUTPUT TAXA-MASTER                                00001830
                 CLOSE TAXA-MASTER                                      00001840
                 OPEN I-O TAXA-MASTER                                   00001850
             END-IF.                                                    00001860
             OPEN INPUT CATEGORIA-MASTER.                               00001870
             OPEN INPUT ENTRADA-SYSIN.                                  00001880
             PERFORM 0105-ABRIR-AUDITORIA.                              00001890
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001900
             PERFORM 0104-POSICIONAR-RESTART.                           00001910
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001920
                 OPEN EXTEND REJEITO-INTAKE                             00001930
                 OPEN EXTEND CONTROLE                                   00001940
             ELSE                                                       00001950
                 OPEN OUTPUT REJEITO-INTAKE                             00001960
                 OPEN OUTPUT CONTROLE                                   00001970
             END-IF.                                                    00001980
             PERFORM 0110-TESTAR-STATUS.                                00001990
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002000
      *---------------------------------------------------              00002010
       0100-99-FIM.            EXIT.                                    00002020
      *---------------------------------------------------              00002030
           COPY CPCAB02.                                                00002040
       COPY CPCKP02.                                                    00002050
           COPY CPERR02.                                                00002060
           COPY CPDTA02.                                                00002070
           COPY CPSTT02.                                                00002080
           COPY CPAUD03.                                                00002090
      *---------------------------------------------------              00002100
       0105-ABRIR-AUDITORIA               SECTION.                      00002110
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002120
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002130
      *---------------------------------------------------              00002140
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002150
             OPEN EXTEND AUDITORIA.                                     00002160
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002170
                 OPEN OUTPUT AUDITORIA                                  00002180
                 CLOSE AUDITORIA                                        00002190
                 OPEN EXTEND AUDITORIA                                  00002200
             END-IF.                                                    00002210
      *---------------------------------------------------              00002220
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002230
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002240
      *    ULTIMO CHECKPOINT                                            00002250
      *---------------------------------------------------              00002260
             PERFORM 0108-PULAR-UM-CARTAO                               00002270
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002280
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002290
      *---------------------------------------------------              00002300
       0108-PULAR-UM-CARTAO               SECTION.                      00002310
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002320
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002330
                 ADD 1 TO WRK-CONT-LIDOS                                00002340
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002350
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002360
             END-IF.                                                    00002370
                                                                        00002380
       0110-TESTAR-STATUS                 SECTION.                      00002390
             IF WRK-FS-TAXA NOT EQUAL ZEROS                             00002400
                 MOVE ' ERRO OPEN TAXA-MASTER ' TO WRK-MSG              00002410
                 PERFORM 9000-TRATA-ERROS                               00002420
             END-IF.                                                    00002430
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00002440
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00002450
                 PERFORM 9000-TRATA-ERROS                               00002460
             END-IF.                                                    00002470
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002480
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002490
                 PERFORM 9000-TRATA-ERROS                               00002500
             END-IF.                                                    00002510
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002520
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002530
                 PERFORM 9000-TRATA-ERROS                               00002540
             END-IF.                                                    00002550
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002560
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002570
                 PERFORM 9000-TRATA-ERROS                               00002580
             END-IF.                                                    00002590
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002600
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002610
                 PERFORM 9000-TRATA-ERROS                               00002620
             END-IF.                                                    00002630
      *---------------------------------------------------              00002640
       0200-PROCESSAR                     SECTION.                      00002650
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002660
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002670
                 ADD 1 TO WRK-CONT-LIDOS                                00002680
                 PERFORM 0210-VALIDAR-REGISTRO                          00002690
                 IF WRK-REGISTRO-VALIDO                                 00002700
                     PERFORM 0212-GRAVA-TAXA                            00002710
                 END-IF                                                 00002720
                 IF WRK-REGISTRO-VALIDO                                 00002730
                     ADD 1 TO WRK-CONT-ACEITOS                          00002740
                     SET AUD-ACEITO TO TRUE                             00002750
                 ELSE                                                   00002760
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002770
                     PERFORM 0220-GRAVA-REJEITO                         00002780
                     SET AUD-REJEITADO TO TRUE                          00002790
                 END-IF                                                 00002800
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002810
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002820
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002830
             END-IF.                                                    00002840
      *---------------------------------------------------              00002850
       0212-GRAVA-TAXA                    SECTION.                      00002860
             MOVE WRK-UF          TO TAX-UF.                            00002870
             MOVE WRK-CATEGORIA   TO TAX-CATEGORIA.                     00002880
             EVALUATE TRUE                                              00002890
                 WHEN WRK-TRANS-INCLUSAO                                00002900
                     MOVE WRK-ALIQUOTA     TO TAX-ALIQUOTA              00002910
                     SET TAX-ATIVA         TO TRUE                      00002920
                     WRITE CPTAX01-REGISTRO                             00002930
                         INVALID KEY                                    00002940
                             MOVE ' ALIQUOTA JA CADASTRADA '            00002950
                                 TO WRK-MSG                             00002960
                             DISPLAY WRK-MSG                            00002970
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002980
                             MOVE 06 TO REJ10-CODIGO-MOTIVO             00002990
                             MOVE WRK-MSG TO REJ10-DESCRICAO-MOTIVO     00003000
                     END-WRITE                                          00003010
                 WHEN WRK-TRANS-ALTERACAO                               00003020
                     READ TAXA-MASTER                                   00003030
                         INVALID KEY                                    00003040
                             MOVE ' ALIQUOTA INEXISTENTE '              00003050
                                 TO WRK-MSG                             00003060
                             DISPLAY WRK-MSG                            00003070
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003080
                             MOVE 06 TO REJ10-CODIGO-MOTIVO             00003090
                             MOVE WRK-MSG TO REJ10-DESCRICAO-MOTIVO     00003100
                         NOT INVALID KEY                                00003110
                             MOVE WRK-ALIQUOTA TO TAX-ALIQUOTA          00003120
                             SET TAX-ATIVA     TO TRUE                  00003130
                             REWRITE CPTAX01-REGISTRO                   00003140
                     END-READ                                           00003150
                 WHEN WRK-TRANS-EXCLUSAO                                00003160
                     READ TAXA-MASTER                                   00003170
                         INVALID KEY                                    00003180
                             MOVE ' ALIQUOTA INEXISTENTE '              00003190
                                 TO WRK-MSG                             00003200
                             DISPLAY WRK-MSG                            00003210
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003220
                             MOVE 06 TO REJ10-CODIGO-MOTIVO             00003230
                             MOVE WRK-MSG TO REJ10-DESCRICAO-MOTIVO     00003240
                         NOT INVALID KEY                                00003250
                             SET TAX-INATIVA TO TRUE                    00003260
                             REWRITE CPTAX01-REGISTRO                   00003270
                     END-READ                                           00003280
             END-EVALUATE.                                              00003290
      *---------------------------------------------------              00003300
       0210-VALIDAR-REGISTRO              SECTION.                      00003310
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003320
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003330
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003340
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003350
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003360
                 MOVE 01 TO REJ10-CODIGO-MOTIVO                         00003370
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003380
                     REJ10-DESCRICAO-MOTIVO                             00003390
             ELSE IF WRK-UF EQUAL SPACES                                00003400
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003410
                 MOVE 02 TO REJ10-CODIGO-MOTIVO                         00003420
                 MOVE 'UF EM BRANCO' TO REJ10-DESCRICAO-MOTIVO          00003430
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003440
                 CONTINUE                                               00003450
             ELSE IF WRK-ALIQUOTA NOT NUMERIC                           00003460
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003470
                 MOVE 04 TO REJ10-CODIGO-MOTIVO                         00003480
                 MOVE 'ALIQUOTA NAO NUMERICA' TO                        00003490
                     REJ10-DESCRICAO-MOTIVO                             00003500
             END-IF END-IF END-IF END-IF.                               00003510
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003520
                 PERFORM 0215-VALIDAR-CATEGORIA                         00003530
             END-IF.                                                    00003540
      *---------------------------------------------------              00003550
       0215-VALIDAR-CATEGORIA             SECTION.                      00003560
             MOVE WRK-CATEGORIA TO CAT-CODIGO.                          00003570
             READ CATEGORIA-MASTER                                      00003580
                 INVALID KEY                                            00003590
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00003600
                     MOVE 03 TO REJ10-CODIGO-MOTIVO                     00003610
                     MOVE 'CATEGORIA NAO CADASTRADA' TO                 00003620
                         REJ10-DESCRICAO-MOTIVO                         00003630
                 NOT INVALID KEY                                        00003640
                     IF CAT-INATIVA                                     00003650
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00003660
                         MOVE 03 TO REJ10-CODIGO-MOTIVO                 00003670
                         MOVE 'CATEGORIA INATIVA' TO                    00003680
                             REJ10-DESCRICAO-MOTIVO                     00003690
                     END-IF                                             00003700
             END-READ.                                                  00003710
      *---------------------------------------------------              00003720
       0220-GRAVA-REJEITO                 SECTION.                      00003730
             MOVE 'FR05CB62' TO REJ10-PROGRAMA.                         00003740
             MOVE WRK-REGISTRO TO REJ10-REGISTRO-ORIGINAL.              00003750
             WRITE CPREJ10-REGISTRO.                                    00003760
      *---------------------------------------------------              00003770
       0900-GRAVAR-AUDITORIA              SECTION.                      00003780
             MOVE 'FR05CB62' TO AUD-PROGRAMA.                           00003790
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00003800
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00003810
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00003820
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00003830
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00003840
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00003850
             MOVE ZEROS TO AUD-NUM-LOTE.                                00003860
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00003870
             WRITE CPAUD01-REGISTRO.                                    00003880
      *---------------------------------------------------              00003890
       0300-FINALIZAR                     SECTION.                      00003900
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00003910
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00003920
             PERFORM 0310-GRAVA-CONTROLE.                               00003930
             MOVE WRK-CONT-LIDOS                                        00003940
                 TO WRK-STT-REGISTROS.                                  00003950
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003960
             CLOSE TAXA-MASTER.                                         00003970
             CLOSE CATEGORIA-MASTER.                                    00003980
             CLOSE REJEITO-INTAKE.                                      00003990
             CLOSE AUDITORIA.                                           00004000
             CLOSE ENTRADA-SYSIN.                                       00004010
             CLOSE CONTROLE.                                            00004020
             DISPLAY '==========================='.                     00004030
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004040
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004050
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004060
             DISPLAY '==========================='.                     00004070
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004080
             PERFORM 9000-TRATA-ERROS.                                  00004090
      *---------------------------------------------------              00004100
       0310-GRAVA-CONTROLE                SECTION.                      00004110
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004120
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004130
      *---------------------------------------------------              00004140
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004150
             MOVE SPACES              TO CTL-DATA-HORA.                 00004160
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004170
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004180
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004190
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004200
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004210
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004220
             MOVE ZERO                TO CTL-QTD-FONTES.                00004230
             WRITE CPCTRL01-REGISTRO.                                   00004240
      *---------------------------------------------------              00004250
       9000-TRATA-ERROS                   SECTION.                      00004260
      *---------------------------------------------------              00004270
             PERFORM 9050-GRAVAR-ERRLOG.                                00004280
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004290
             STOP RUN.                                                  00004300
      *--------------------------------------------------------------   00004310
       9000-99-FIM.            EXIT.                                    00004320
      *--------------------------------------------------------------   00004330
