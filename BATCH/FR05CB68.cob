      *               EXCLUSAO E LOGICA (STATUS INATIVO) - A            00000170
      *               CARGA DE PRECO (FR05CB33) REJEITA FEED DE         00000180
      *               FORNECEDOR INATIVO E A GERACAO DE PEDIDOS         00000190
      *               DE COMPRA (FR05CB65) NAO COMPRA DELE. O           00000200
      *               CARTAO TRAZ TAMBEM AS CONDICOES COMERCIAIS        00000210
      *               (PRAZO DE PAGAMENTO E TOLERANCIAS DE              00000220
      *               QUANTIDADE E PRECO) USADAS NO CASAMENTO DA        00000230
      *               NOTA FISCAL DE FORNECEDOR (FR06CB07)              00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000290
      *     15/10/2026  IVS     CARTAO GANHA PRAZO DE PAGAMENTO         00000300
      *                         E TOLERANCIAS DE QUANTIDADE E           00000310
      *                         PRECO (POSICOES 40-48) - CARTAO         00000320
      *                         NO FORMATO ANTERIOR ASSUME ZEROS        00000330
      *                         (PRAZO PADRAO, CASAMENTO EXATO)         00000340
      *     15/10/2026  IVS     FORNECEDOR INCLUIDO NASCE SEM           00000350
      *                         NOTA DE DESEMPENHO - A NOTA E           00000360
      *                         MANTIDA PELA FR06CB09, NUNCA            00000370
      *                         PELO CARTAO                             00000380
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000390
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000400
      *=======================================================*         00000410
                                                                        00000420
      *=======================================================*         00000430
       ENVIRONMENT                               DIVISION.              00000440
      *=======================================================*         00000450
       INPUT-OUTPUT                              SECTION.               00000460
       FILE-CONTROL.                                                    00000470
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS DYNAMIC                                 00000500
                RECORD KEY   IS FRN-CODIGO                              00000510
                FILE STATUS  IS WRK-FS-FORNEC.                          00000520
                                                                        00000530
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000540
                FILE STATUS  IS WRK-FS-REJEITO.                         00000550
                                                                        00000560
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000570
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000580
                                                                        00000590
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000600
                FILE STATUS  IS WRK-FS-SYSIN.                           00000610
                                                                        00000620
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000630
                ORGANIZATION IS INDEXED                                 00000640
                ACCESS MODE  IS DYNAMIC                                 00000650
                RECORD KEY   IS CKP-PROGRAMA                            00000660
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000670
                                                                        00000680
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000690
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000700
                                                                        00000710
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS CAL-DATA                                00000750
                FILE STATUS  IS WRK-FS-CALEND.                          00000760
                                                                        00000770
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000780
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000790
                                                                        00000800
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000810
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000820
      *=======================================================*         00000830
       DATA                                      DIVISION.              00000840
      *=======================================================*         00000850
       FILE                                      SECTION.               00000860
       FD ENTRADA-SYSIN                                                 00000870
           RECORDING MODE IS F                                          00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
       01 SYSIN-REGISTRO             PIC X(048).                        00000900
                                                                        00000910
       FD FORNEC-MASTER.                                                00000920
           COPY CPFOR01.                                                00000930
                                                                        00000940
       FD REJEITO-INTAKE                                                00000950
           RECORDING MODE IS F                                          00000960
           BLOCK CONTAINS 0 RECORDS.                                    00000970
           COPY CPREJ13.                                                00000980
                                                                        00000990
       FD AUDITORIA                                                     00001000
           RECORDING MODE IS F                                          00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
           COPY CPAUD01.                                                00001030
                                                                        00001040
       FD CHECKPT.                                                      00001050
           COPY CPCKPT01.                                               00001060
                                                                        00001070
       FD ERRLOG.                                                       00001080
           COPY CPERRL01.                                               00001090
                                                                        00001100
       FD CALENDARIO.                                                   00001110
           COPY CPCAL01.                                                00001120
                                                                        00001130
       FD ESTATIS                                                       00001140
           RECORDING MODE IS F                                          00001150
           BLOCK CONTAINS 0 RECORDS.                                    00001160
           COPY CPSTA01.                                                00001170
                                                                        00001180
       FD CONTROLE                                                      00001190
           RECORDING MODE IS F                                          00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
           COPY CPCTRL01.                                               00001220
                                                                        00001230
       WORKING-STORAGE                           SECTION.               00001240
       01 WRK-REGISTRO.                                                 00001250
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001260
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001270
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001280
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001290
          05 WRK-CODIGO      PIC 9(005)       VALUE ZEROS.              00001300
          05 WRK-NOME        PIC X(030)       VALUE SPACES.             00001310
          05 WRK-PRAZO       PIC 9(003)       VALUE ZEROS.              00001320
          05 WRK-CONDICOES.                                             00001330
             10 WRK-PRAZO-PAGTO PIC 9(003)    VALUE ZEROS.              00001340
             10 WRK-TOL-QTD     PIC 9(003)    VALUE ZEROS.              00001350
             10 WRK-TOL-PRECO   PIC 9(003)    VALUE ZEROS.              00001360
                                                                        00001370
       77 WRK-FS-FORNEC            PIC X(02) VALUE SPACES.              00001380
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
       COPY CPAUD02.                                                    00001530
       COPY CPCAB01.                                                    00001540
       COPY CPCKP01.                                                    00001550
       COPY CPERR01.                                                    00001560
       COPY CPDTA01.                                                    00001570
       COPY CPSTT01.                                                    00001580
      *---------------------------------------------------              00001590
       LINKAGE                                    SECTION.              00001600
      *---------------------------------------------------              00001610
       01 WRK-PARM-RESTART.                                             00001620
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001630
          05 WRK-PARM-DADOS           PIC X(66).                        00001640
      *=========================================*                       00001650
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001660
      *=========================================*                       00001670
                                                                        00001680
      *---------------------------------------------------              00001690
       0000-PRINCIPAL                     SECTION.                      00001700
      *---------------------------------------------------              00001710
             PERFORM 0100-INICIAR.                                      00001720
             PERFORM 0200-PROCESSAR                                     00001730
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001740
             PERFORM 0300-FINALIZAR.                                    00001750
      *---------------------------------------------------              00001760
       0000-99-FIM.            EXIT.                                    00001770
      *---------------------------------------------------              00001780
                                                                        00001790
       0100-INICIAR                       SECTION.                      00001800
             MOVE 'FR05CB68' TO WRK-CAB-PROGRAMA.                       00001810
             PERFORM 0101-CABECALHO-PADRAO.                             00001820
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001830
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001840
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001850
             PERFORM 0102-INTERPRETAR-PARM.                             00001860
             OPEN I-O FORNEC-MASTER.                                    00001870
             IF WRK-FS-FORNEC EQUAL '35'                                00001880
                 OPEN OUTPUT FORNEC-MASTER                              00001890
                 CLOSE FORNEC-MASTER                                    00001900
                 OPEN I-O FORNEC-MASTER                                 00001910
             END-IF.                                                    00001920
             OPEN INPUT ENTRADA-SYSIN.                                  00001930
             PERFORM 0105-ABRIR-AUDITORIA.                              00001940
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001950
             PERFORM 0104-POSICIONAR-RESTART.                           00001960
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001970
                 OPEN EXTEND REJEITO-INTAKE                             00001980
                 OPEN EXTEND CONTROLE                                   00001990
             ELSE                                                       00002000
                 OPEN OUTPUT REJEITO-INTAKE                             00002010
                 OPEN OUTPUT CONTROLE                                   00002020
             END-IF.                                                    00002030
             PERFORM 0110-TESTAR-STATUS.                                00002040
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002050
      *---------------------------------------------------              00002060
       0100-99-FIM.            EXIT.                                    00002070
      *---------------------------------------------------              00002080
           COPY CPCAB02.                                                00002090
       COPY CPCKP02.                                                    00002100
           COPY CPERR02.                                                00002110
           COPY CPDTA02.                                                00002120
           COPY CPSTT02.                                                00002130
           COPY CPAUD03.                                                00002140
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
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00002450
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00002460
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
                 IF WRK-REGISTRO-VALIDO                                 00002710
                     PERFORM 0212-GRAVA-FORNECEDOR                      00002720
                 END-IF                                                 00002730
                 IF WRK-REGISTRO-VALIDO                                 00002740
                     ADD 1 TO WRK-CONT-ACEITOS                          00002750
                     SET AUD-ACEITO TO TRUE                             00002760
                 ELSE                                                   00002770
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002780
                     PERFORM 0220-GRAVA-REJEITO                         00002790
                     SET AUD-REJEITADO TO TRUE                          00002800
                 END-IF                                                 00002810
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002820
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002830
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002840
             END-IF.                                                    00002850
      *---------------------------------------------------              00002860
       0212-GRAVA-FORNECEDOR              SECTION.                      00002870
             MOVE WRK-CODIGO      TO FRN-CODIGO.                        00002880
             EVALUATE TRUE                                              00002890
                 WHEN WRK-TRANS-INCLUSAO                                00002900
                     MOVE WRK-NOME         TO FRN-NOME                  00002910
                     MOVE WRK-PRAZO        TO FRN-PRAZO-ENTREGA         00002920
                     MOVE WRK-PRAZO-PAGTO  TO FRN-PRAZO-PAGTO           00002930
                     MOVE WRK-TOL-QTD      TO FRN-TOL-QTD-PCT           00002940
                     MOVE WRK-TOL-PRECO    TO FRN-TOL-PRECO-PCT         00002950
                     SET FRN-ATIVO         TO TRUE                      00002960
                     MOVE ZEROS            TO FRN-NOTA                  00002970
                     MOVE ZEROS            TO FRN-NOTA-MES              00002980
                     SET FRN-SEM-NOTA      TO TRUE                      00002990
                     WRITE CPFOR01-REGISTRO                             00003000
                         INVALID KEY                                    00003010
                             MOVE ' FORNECEDOR JA CADASTRADO '          00003020
                                 TO WRK-MSG                             00003030
                             DISPLAY WRK-MSG                            00003040
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003050
                             MOVE 06 TO REJ13-CODIGO-MOTIVO             00003060
                             MOVE WRK-MSG TO REJ13-DESCRICAO-MOTIVO     00003070
                     END-WRITE                                          00003080
                 WHEN WRK-TRANS-ALTERACAO                               00003090
                     READ FORNEC-MASTER                                 00003100
                         INVALID KEY                                    00003110
                             MOVE ' FORNECEDOR INEXISTENTE '            00003120
                                 TO WRK-MSG                             00003130
                             DISPLAY WRK-MSG                            00003140
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003150
                             MOVE 06 TO REJ13-CODIGO-MOTIVO             00003160
                             MOVE WRK-MSG TO REJ13-DESCRICAO-MOTIVO     00003170
                         NOT INVALID KEY                                00003180
                             MOVE WRK-NOME  TO FRN-NOME                 00003190
                             MOVE WRK-PRAZO TO FRN-PRAZO-ENTREGA        00003200
                             MOVE WRK-PRAZO-PAGTO                       00003210
                                 TO FRN-PRAZO-PAGTO                     00003220
                             MOVE WRK-TOL-QTD                           00003230
                                 TO FRN-TOL-QTD-PCT                     00003240
                             MOVE WRK-TOL-PRECO                         00003250
                                 TO FRN-TOL-PRECO-PCT                   00003260
                             SET FRN-ATIVO  TO TRUE                     00003270
                             REWRITE CPFOR01-REGISTRO                   00003280
                     END-READ                                           00003290
                 WHEN WRK-TRANS-EXCLUSAO                                00003300
                     READ FORNEC-MASTER                                 00003310
                         INVALID KEY                                    00003320
                             MOVE ' FORNECEDOR INEXISTENTE '            00003330
                                 TO WRK-MSG                             00003340
                             DISPLAY WRK-MSG                            00003350
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003360
                             MOVE 06 TO REJ13-CODIGO-MOTIVO             00003370
                             MOVE WRK-MSG TO REJ13-DESCRICAO-MOTIVO     00003380
                         NOT INVALID KEY                                00003390
                             SET FRN-INATIVO TO TRUE                    00003400
                             REWRITE CPFOR01-REGISTRO                   00003410
                     END-READ                                           00003420
             END-EVALUATE.                                              00003430
      *---------------------------------------------------              00003440
       0210-VALIDAR-REGISTRO              SECTION.                      00003450
      *    CARTAO SEM AS CONDICOES COMERCIAIS (FORMATO ANTERIOR,        00003460
      *    39 POSICOES) ASSUME ZEROS: PRAZO DE PAGAMENTO PADRAO E       00003470
      *    CASAMENTO SEM TOLERANCIA                                     00003480
      *---------------------------------------------------              00003490
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003500
             IF WRK-CONDICOES EQUAL SPACES                              00003510
                 MOVE ZEROS TO WRK-CONDICOES                            00003520
             END-IF.                                                    00003530
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003540
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003550
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003570
                 MOVE 01 TO REJ13-CODIGO-MOTIVO                         00003580
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003590
                     REJ13-DESCRICAO-MOTIVO                             00003600
             ELSE IF WRK-CODIGO NOT NUMERIC OR                          00003610
                WRK-CODIGO EQUAL ZEROS                                  00003620
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003630
                 MOVE 02 TO REJ13-CODIGO-MOTIVO                         00003640
                 MOVE 'CODIGO DE FORNECEDOR INVALIDO' TO                00003650
                     REJ13-DESCRICAO-MOTIVO                             00003660
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003670
                 CONTINUE                                               00003680
             ELSE IF WRK-NOME EQUAL SPACES                              00003690
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003700
                 MOVE 03 TO REJ13-CODIGO-MOTIVO                         00003710
                 MOVE 'NOME EM BRANCO' TO REJ13-DESCRICAO-MOTIVO        00003720
             ELSE IF WRK-PRAZO NOT NUMERIC                              00003730
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003740
                 MOVE 04 TO REJ13-CODIGO-MOTIVO                         00003750
                 MOVE 'PRAZO DE ENTREGA INVALIDO' TO                    00003760
                     REJ13-DESCRICAO-MOTIVO                             00003770
             ELSE IF WRK-PRAZO-PAGTO NOT NUMERIC OR                     00003780
                WRK-TOL-QTD NOT NUMERIC OR                              00003790
                WRK-TOL-PRECO NOT NUMERIC                               00003800
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003810
                 MOVE 05 TO REJ13-CODIGO-MOTIVO                         00003820
                 MOVE 'CONDICOES COMERCIAIS INVALIDAS' TO               00003830
                     REJ13-DESCRICAO-MOTIVO                             00003840
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00003850
      *---------------------------------------------------              00003860
       0220-GRAVA-REJEITO                 SECTION.                      00003870
             MOVE 'FR05CB68' TO REJ13-PROGRAMA.                         00003880
             MOVE WRK-REGISTRO TO REJ13-REGISTRO-ORIGINAL.              00003890
             WRITE CPREJ13-REGISTRO.                                    00003900
      *---------------------------------------------------              00003910
       0900-GRAVAR-AUDITORIA              SECTION.                      00003920
             MOVE 'FR05CB68' TO AUD-PROGRAMA.                           00003930
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
             CLOSE FORNEC-MASTER.                                       00004110
             CLOSE REJEITO-INTAKE.                                      00004120
             CLOSE AUDITORIA.                                           00004130
             CLOSE ENTRADA-SYSIN.                                       00004140
             CLOSE CONTROLE.                                            00004150
             DISPLAY '==========================='.                     00004160
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004170
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004180
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004190
             DISPLAY '==========================='.                     00004200
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004210
             PERFORM 9000-TRATA-ERROS.                                  00004220
      *---------------------------------------------------              00004230
       0310-GRAVA-CONTROLE                SECTION.                      00004240
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004250
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004260
      *---------------------------------------------------              00004270
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004280
             MOVE SPACES              TO CTL-DATA-HORA.                 00004290
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004300
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004310
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004320
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004330
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004340
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004350
             MOVE ZERO                TO CTL-QTD-FONTES.                00004360
             WRITE CPCTRL01-REGISTRO.                                   00004370
      *---------------------------------------------------              00004380
       9000-TRATA-ERROS                   SECTION.                      00004390
      *---------------------------------------------------              00004400
             PERFORM 9050-GRAVAR-ERRLOG.                                00004410
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004420
             STOP RUN.                                                  00004430
      *--------------------------------------------------------------   00004440
       9000-99-FIM.            EXIT.                                    00004450
      *--------------------------------------------------------------   00004460
                                                                        00004470
