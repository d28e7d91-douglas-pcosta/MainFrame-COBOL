      *                         CHAMAVEL DE SEQUENCIAL (FR05CB34),      00000350
      *                         COMPARTILHADO COM OS INTAKES - CADA     00000360
      *                         CARTAO DA SYSIN DISPARA UM CALL         00000370
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000380
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000390
      *===================================================              00000400
       ENVIRONMENT                                DIVISION.             00000410
      *===================================================              00000420
       INPUT-OUTPUT                               SECTION.              00000430
       FILE-CONTROL.                                                    00000440
           SELECT AUDITORIA ASSIGN TO ARQAUD                            00000450
               ORGANIZATION IS SEQUENTIAL                               00000460
               FILE STATUS IS WRK-FS-AUDITORIA.                         00000470
           SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                         00000480
               FILE STATUS IS WRK-FS-SYSIN.                             00000490
           SELECT CHECKPT ASSIGN TO ARQCKPT                             00000500
               ORGANIZATION IS INDEXED                                  00000510
               ACCESS MODE IS DYNAMIC                                   00000520
               RECORD KEY IS CKP-PROGRAMA                               00000530
               FILE STATUS IS WRK-FS-CHECKPT.                           00000540
           SELECT ERRLOG ASSIGN TO ARQERR                               00000550
               FILE STATUS IS WRK-FS-ERRLOG.                            00000560
                                                                        00000570
           SELECT ESTATIS  ASSIGN TO ARQSTT                             00000580
               FILE STATUS  IS WRK-FS-ESTATIS.                          00000590
      *===================================================              00000600
       DATA                                      DIVISION.              00000610
      *===================================================              00000620
       FILE SECTION.                                                    00000630
       FD  ENTRADA-SYSIN                                                00000640
           RECORDING MODE IS F                                          00000650
           BLOCK CONTAINS 0 RECORDS.                                    00000660
       01  SYSIN-REGISTRO             PIC X(05).                        00000670
       FD  AUDITORIA                                                    00000680
           RECORDING MODE IS F                                          00000690
           BLOCK CONTAINS 0 RECORDS.                                    00000700
           COPY CPAUD01.                                                00000710
       FD  CHECKPT.                                                     00000720
           COPY CPCKPT01.                                               00000730
                                                                        00000740
       FD  ERRLOG.                                                      00000750
           COPY CPERRL01.                                               00000760
                                                                        00000770
       FD ESTATIS                                                       00000780
           RECORDING MODE IS F                                          00000790
           BLOCK CONTAINS 0 RECORDS.                                    00000800
           COPY CPSTA01.                                                00000810
      *===================================================              00000820
       WORKING-STORAGE                            SECTION.              00000830
      *===================================================              00000840
       77  WRK-VALOR-COMP         PIC 9(05) COMP.                       00000850
       77  WRK-FS-AUDITORIA       PIC X(02).                            00000860
       77  WRK-FS-SYSIN           PIC X(02).                            00000870
       77  WRK-DATA-ATUAL         PIC 9(08).                            00000880
       77  WRK-HORA-ATUAL         PIC 9(08).                            00000890
       77  WRK-MSG                PIC X(50).                            00000900
       77  WRK-CONT-LIDOS         PIC 9(07) COMP VALUE ZERO.            00000910
       COPY CPAUD02.                                                    00000920
       COPY CPCAB01.                                                    00000930
       COPY CPCKP01.                                                    00000940
       COPY CPERR01.                                                    00000950
       COPY CPSTT01.                                                    00000960
       COPY CPSRV01.                                                    00000970
      *===================================================              00000980
       LINKAGE                                    SECTION.              00000990
      *===================================================              00001000
       01 WRK-PARM-RESTART.                                             00001010
          05 WRK-PARM-TAM         PIC S9(04) COMP.                      00001020
          05 WRK-PARM-DADOS       PIC X(66).                            00001030
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001040
      *===================================================              00001050
       0000-PRINCIPAL SECTION.                                          00001060
           PERFORM 0100-INICIAR                                         00001070
           PERFORM 0200-PROCESSAR                                       00001080
               UNTIL WRK-FS-SYSIN EQUAL '10'                            00001090
           PERFORM 0300-FINALIZAR                                       00001100
           GO TO 0000-99-FIM.                                           00001110
       0000-99-FIM.                                                     00001120
           EXIT.                                                        00001130
      *===================================================              00001140
       0100-INICIAR SECTION.                                            00001150
           MOVE 'FR05CB06' TO WRK-CAB-PROGRAMA                          00001160
           PERFORM 0101-CABECALHO-PADRAO                                00001170
           PERFORM 0131-INICIAR-ESTATISTICA                             00001180
           PERFORM 0102-INTERPRETAR-PARM                                00001190
           OPEN INPUT ENTRADA-SYSIN                                     00001200
           PERFORM 0105-ABRIR-AUDITORIA                                 00001210
           PERFORM 0103-ABRIR-CHECKPOINT                                00001220
           PERFORM 0104-POSICIONAR-RESTART                              00001230
           PERFORM 0110-TESTAR-STATUS                                   00001240
           PERFORM 0108-PULAR-CARTOES-PROCESSADOS.                      00001250
       0100-99-FIM.                                                     00001260
           EXIT.                                                        00001270
      *===================================================              00001280
           COPY CPCAB02.                                                00001290
           COPY CPCKP02.                                                00001300
           COPY CPERR02.                                                00001310
           COPY CPSTT02.                                                00001320
           COPY CPAUD03.                                                00001330
      *===================================================              00001340
       0105-ABRIR-AUDITORIA SECTION.                                    00001350
           PERFORM 0901-LOCALIZAR-ELO-AUDITORIA                         00001360
           OPEN EXTEND AUDITORIA                                        00001370
           IF WRK-FS-AUDITORIA EQUAL '35'                               00001380
               OPEN OUTPUT AUDITORIA                                    00001390
               CLOSE AUDITORIA                                          00001400
               OPEN EXTEND AUDITORIA                                    00001410
           END-IF.                                                      00001420
       0105-99-FIM.                                                     00001430
           EXIT.                                                        00001440
      *===================================================              00001450
      *===================================================              00001460
       0108-PULAR-CARTOES-PROCESSADOS SECTION.                          00001470
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00001480
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00001490
      *---------------------------------------------------              00001500
           PERFORM 0109-PULAR-UM-CARTAO                                 00001510
               UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR             00001520
                  OR WRK-FS-SYSIN EQUAL '10'.                           00001530
       0108-99-FIM.                                                     00001540
           EXIT.                                                        00001550
      *===================================================              00001560
       0109-PULAR-UM-CARTAO SECTION.                                    00001570
           READ ENTRADA-SYSIN.                                          00001580
           IF WRK-FS-SYSIN EQUAL ZEROS                                  00001590
               ADD 1 TO WRK-CONT-LIDOS                                  00001600
           END-IF.                                                      00001610
       0109-99-FIM.                                                     00001620
           EXIT.                                                        00001630
      *===================================================              00001640
       0110-TESTAR-STATUS SECTION.                                      00001650
           IF WRK-FS-AUDITORIA NOT EQUAL '00'                           00001660
               MOVE 'ERRO ABERTURA ARQUIVO AUDITORIA' TO WRK-MSG        00001670
               PERFORM 9000-TRATA-ERROS                                 00001680
           END-IF.                                                      00001690
           IF WRK-FS-SYSIN NOT EQUAL ZEROS                              00001700
               MOVE 'ERRO ABERTURA ARQUIVO ENTRADA-SYSIN' TO WRK-MSG    00001710
               PERFORM 9000-TRATA-ERROS                                 00001720
           END-IF.                                                      00001730
       0110-99-FIM.                                                     00001740
           EXIT.                                                        00001750
      *===================================================              00001760
       0200-PROCESSAR SECTION.                                          00001770
           READ ENTRADA-SYSIN.                                          00001780
           IF WRK-FS-SYSIN EQUAL ZEROS                                  00001790
               ADD 1 TO WRK-CONT-LIDOS                                  00001800
               PERFORM 0210-INCREMENTAR-CONTADOR                        00001810
               DISPLAY '==============================='                00001820
               DISPLAY 'RESTADO.......:' WRK-VALOR-COMP                 00001830
               DISPLAY '==============================='                00001840
               PERFORM 0900-GRAVAR-AUDITORIA                            00001850
               MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS               00001860
               PERFORM 0105-CHECAR-CHECKPOINT                           00001870
           END-IF.                                                      00001880
       0200-99-FIM.                                                     00001890
           EXIT.                                                        00001900
      *===================================================              00001910
       0210-INCREMENTAR-CONTADOR SECTION.                               00001920
      *    PEDE O PROXIMO NUMERO DA SEQUENCIA AO SERVICO CHAMAVEL       00001930
      *    DE SEQUENCIAL (FR05CB34), QUE GUARDA O CONTADOR EM           00001940
      *    ARQCONT, BARRA O ESTOURO E JA PERSISTE O VALOR GERADO        00001950
      *---------------------------------------------------              00001960
           MOVE 'FR05CB06' TO SRV-CONT-PROGRAMA                         00001970
           CALL 'FR05CB34' USING CPSRV01-AREA                           00001980
           IF NOT SRV-CONT-OK                                           00001990
               MOVE 'CONTADOR FR05CB06 INDISPONIVEL OU NO LIMITE'       00002000
                   TO WRK-MSG                                           00002010
               PERFORM 9000-TRATA-ERROS                                 00002020
           END-IF                                                       00002030
           MOVE SRV-CONT-VALOR TO WRK-VALOR-COMP.                       00002040
       0210-99-FIM.                                                     00002050
           EXIT.                                                        00002060
      *===================================================              00002070
       0900-GRAVAR-AUDITORIA SECTION.                                   00002080
           MOVE 'FR05CB06' TO AUD-PROGRAMA                              00002090
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD                     00002100
           ACCEPT WRK-HORA-ATUAL FROM TIME                              00002110
           MOVE WRK-DATA-ATUAL TO AUD-DATA                              00002120
           MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA                        00002130
           SET AUD-ACEITO TO TRUE                                       00002140
           MOVE SPACES TO AUD-REGISTRO-IMAGEM                           00002150
           MOVE WRK-VALOR-COMP TO AUD-REGISTRO-IMAGEM                   00002160
           MOVE ZEROS TO AUD-NUM-LOTE.                                  00002170
           PERFORM 0903-ENCADEAR-AUDITORIA.                             00002180
           WRITE CPAUD01-REGISTRO.                                      00002190
       0900-99-FIM.                                                     00002200
           EXIT.                                                        00002210
      *===================================================              00002220
       0300-FINALIZAR SECTION.                                          00002230
           MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS                   00002240
           PERFORM 0106-FINALIZAR-CHECKPOINT                            00002250
           MOVE WRK-CONT-LIDOS                                          00002260
               TO WRK-STT-REGISTROS                                     00002270
           PERFORM 9060-GRAVAR-ESTATISTICA                              00002280
           CLOSE AUDITORIA                                              00002290
           CLOSE ENTRADA-SYSIN.                                         00002300
           DISPLAY '==============================='.                   00002310
           DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.               00002320
           DISPLAY '==============================='.                   00002330
           MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                         00002340
           PERFORM 9000-TRATA-ERROS.                                    00002350
       0300-99-FIM.                                                     00002360
           EXIT.                                                        00002370
      *===================================================              00002380
       9000-TRATA-ERROS SECTION.                                        00002390
           PERFORM 9050-GRAVAR-ERRLOG.                                  00002400
           DISPLAY '==============================='                    00002410
           DISPLAY WRK-MSG                                              00002420
           DISPLAY '==============================='                    00002430
           STOP RUN.                                                    00002440
       9000-99-FIM.                                                     00002450
           EXIT.                                                        00002460
