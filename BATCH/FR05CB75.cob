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
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00000360
                ORGANIZATION IS INDEXED                                 00000370
                ACCESS MODE  IS DYNAMIC                                 00000380
                RECORD KEY   IS KIT-CHAVE                               00000390
                FILE STATUS  IS WRK-FS-KIT.                             00000400
                                                                        00000410
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS PRDM-CODIGO                             00000450
                FILE STATUS  IS WRK-FS-PRDM.                            00000460
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
       01 SYSIN-REGISTRO             PIC X(022).                        00000840
                                                                        00000850
       FD KIT-MASTER.                                                   00000860
           COPY CPKIT01.                                                00000870
                                                                        00000880
       FD PRODUTO-MASTER.                                               00000890
           COPY CPPRDM01.                                               00000900
                                                                        00000910
       FD REJEITO-INTAKE                                                00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPREJ15.                                                00000950
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
          05 WRK-CODIGO-PAI  PIC 9(008)       VALUE ZEROS.              00001270
          05 WRK-COMPONENTE  PIC 9(008)       VALUE ZEROS.              00001280
          05 WRK-QTD-KIT     PIC 9(005)       VALUE ZEROS.              00001290
                                                                        00001300
       77 WRK-FS-KIT               PIC X(02) VALUE SPACES.              00001310
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001320
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
             MOVE 'FR05CB75' TO WRK-CAB-PROGRAMA.                       00001750
             PERFORM 0101-CABECALHO-PADRAO.                             00001760
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001770
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001780
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001790
             PERFORM 0102-INTERPRETAR-PARM.                             00001800
             OPEN I-O KIT-MASTER.                                       00001810
             IF WRK-FS-KIT EQUAL '35'                                   00001820
                 OPEN OUTPUT KIT-MASTER                                 00001830
                 CLOSE KIT-MASTER                                       00001840
                 OPEN I-O KIT-MASTER                                    00001850
             END-IF.                                                    00001860
             OPEN INPUT PRODUTO-MASTER.                                 00001870
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
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00002400
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00002410
                 PERFORM 9000-TRATA-ERROS                               00002420
             END-IF.                                                    00002430
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002440
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002450
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
                     PERFORM 0212-GRAVA-KIT                             00002710
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
       0212-GRAVA-KIT                     SECTION.                      00002860
             MOVE WRK-CODIGO-PAI  TO KIT-CODIGO-PAI.                    00002870
             MOVE WRK-COMPONENTE  TO KIT-COMPONENTE.                    00002880
             EVALUATE TRUE                                              00002890
                 WHEN WRK-TRANS-INCLUSAO                                00002900
                     MOVE WRK-QTD-KIT      TO KIT-QTD-POR-KIT           00002910
                     SET KIT-ATIVO         TO TRUE                      00002920
                     WRITE CPKIT01-REGISTRO                             00002930
                         INVALID KEY                                    00002940
                             MOVE ' COMPONENTE JA CADASTRADO '          00002950
                                 TO WRK-MSG                             00002960
                             DISPLAY WRK-MSG                            00002970
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002980
                             MOVE 06 TO REJ15-CODIGO-MOTIVO             00002990
                             MOVE WRK-MSG TO REJ15-DESCRICAO-MOTIVO     00003000
                     END-WRITE                                          00003010
                 WHEN WRK-TRANS-ALTERACAO                               00003020
                     READ KIT-MASTER                                    00003030
                         INVALID KEY                                    00003040
                             MOVE ' COMPONENTE INEXISTENTE '            00003050
                                 TO WRK-MSG                             00003060
                             DISPLAY WRK-MSG                            00003070
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003080
                             MOVE 06 TO REJ15-CODIGO-MOTIVO             00003090
                             MOVE WRK-MSG TO REJ15-DESCRICAO-MOTIVO     00003100
                         NOT INVALID KEY                                00003110
                             MOVE WRK-QTD-KIT TO KIT-QTD-POR-KIT        00003120
                             SET KIT-ATIVO    TO TRUE                   00003130
                             REWRITE CPKIT01-REGISTRO                   00003140
                     END-READ                                           00003150
                 WHEN WRK-TRANS-EXCLUSAO                                00003160
                     READ KIT-MASTER                                    00003170
                         INVALID KEY                                    00003180
                             MOVE ' COMPONENTE INEXISTENTE '            00003190
                                 TO WRK-MSG                             00003200
                             DISPLAY WRK-MSG                            00003210
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003220
                             MOVE 06 TO REJ15-CODIGO-MOTIVO             00003230
                             MOVE WRK-MSG TO REJ15-DESCRICAO-MOTIVO     00003240
                         NOT INVALID KEY                                00003250
                             SET KIT-INATIVO TO TRUE                    00003260
                             REWRITE CPKIT01-REGISTRO                   00003270
                     END-READ                                           00003280
             END-EVALUATE.                                              00003290
      *---------------------------------------------------              00003300
       0210-VALIDAR-REGISTRO              SECTION.                      00003310
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003320
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003330
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003340
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003350
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003360
                 MOVE 01 TO REJ15-CODIGO-MOTIVO                         00003370
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003380
                     REJ15-DESCRICAO-MOTIVO                             00003390
             ELSE IF WRK-CODIGO-PAI NOT NUMERIC OR                      00003400
                WRK-COMPONENTE NOT NUMERIC OR                           00003410
                WRK-COMPONENTE EQUAL WRK-CODIGO-PAI                     00003420
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003430
                 MOVE 02 TO REJ15-CODIGO-MOTIVO                         00003440
                 MOVE 'CHAVE PAI/COMPONENTE INVALIDA' TO                00003450
                     REJ15-DESCRICAO-MOTIVO                             00003460
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003470
                 CONTINUE                                               00003480
             ELSE IF WRK-QTD-KIT NOT NUMERIC OR                         00003490
                WRK-QTD-KIT EQUAL ZEROS                                 00003500
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003510
                 MOVE 04 TO REJ15-CODIGO-MOTIVO                         00003520
                 MOVE 'QUANTIDADE POR KIT INVALIDA' TO                  00003530
                     REJ15-DESCRICAO-MOTIVO                             00003540
             END-IF END-IF END-IF END-IF.                               00003550
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003560
                 PERFORM 0215-VALIDAR-PRODUTOS                          00003570
             END-IF.                                                    00003580
      *---------------------------------------------------              00003590
       0215-VALIDAR-PRODUTOS              SECTION.                      00003600
             MOVE WRK-CODIGO-PAI TO PRDM-CODIGO.                        00003610
             READ PRODUTO-MASTER                                        00003620
                 INVALID KEY                                            00003630
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00003640
                     MOVE 02 TO REJ15-CODIGO-MOTIVO                     00003650
                     MOVE 'PRODUTO PAI NAO CADASTRADO' TO               00003660
                         REJ15-DESCRICAO-MOTIVO                         00003670
             END-READ.                                                  00003680
             IF WRK-REGISTRO-VALIDO                                     00003690
                 MOVE WRK-COMPONENTE TO PRDM-CODIGO                     00003700
                 READ PRODUTO-MASTER                                    00003710
                     INVALID KEY                                        00003720
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00003730
                         MOVE 03 TO REJ15-CODIGO-MOTIVO                 00003740
                         MOVE 'COMPONENTE NAO CADASTRADO' TO            00003750
                             REJ15-DESCRICAO-MOTIVO                     00003760
                     NOT INVALID KEY                                    00003770
                         IF PRDM-INATIVO                                00003780
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003790
                             MOVE 03 TO REJ15-CODIGO-MOTIVO             00003800
                             MOVE 'COMPONENTE INATIVO' TO               00003810
                                 REJ15-DESCRICAO-MOTIVO                 00003820
                         END-IF                                         00003830
                 END-READ                                               00003840
             END-IF.                                                    00003850
      *---------------------------------------------------              00003860
       0220-GRAVA-REJEITO                 SECTION.                      00003870
             MOVE 'FR05CB75' TO REJ15-PROGRAMA.                         00003880
             MOVE WRK-REGISTRO TO REJ15-REGISTRO-ORIGINAL.              00003890
             WRITE CPREJ15-REGISTRO.                                    00003900
      *---------------------------------------------------              00003910
       0900-GRAVAR-AUDITORIA              SECTION.                      00003920
             MOVE 'FR05CB75' TO AUD-PROGRAMA.                           00003930
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
             CLOSE KIT-MASTER.                                          00004110
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
                                                                        00004480
