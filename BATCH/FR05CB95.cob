      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB95.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE PEDIDOS PROGRAMADOS       00000120
      *               (ARQUIVO INDEXADO, CPPPG01) VIA CARTOES DE        00000130
      *               TRANSACAO NA SYSIN (INCLUSAO/ALTERACAO/           00000140
      *               EXCLUSAO), NOS MOLDES DA MANUTENCAO DE PRECO      00000150
      *               PROMOCIONAL (FR05CB63). O CLIENTE E O PRODUTO     00000160
      *               DO CARTAO SAO CONFERIDOS NOS MASTERS, A           00000170
      *               FREQUENCIA E S (SEMANAL), Q (QUINZENAL) OU M      00000180
      *               (MENSAL), O PROXIMO VENCIMENTO NAO PODE SER       00000190
      *               ANTERIOR A DATA DE NEGOCIO E A DATA FINAL,        00000200
      *               QUANDO INFORMADA, NAO PODE SER ANTERIOR AO        00000210
      *               VENCIMENTO. A EXCLUSAO E LOGICA (STATUS           00000220
      *               ENCERRADO). OS PEDIDOS SAO GERADOS PELA           00000230
      *               FR05CB94                                          00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000290
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000300
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT PEDPROG  ASSIGN TO ARQPPG                           00000390
                ORGANIZATION IS INDEXED                                 00000400
                ACCESS MODE  IS DYNAMIC                                 00000410
                RECORD KEY   IS PPG-CHAVE                               00000420
                FILE STATUS  IS WRK-FS-PEDPROG.                         00000430
                                                                        00000440
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000450
                ORGANIZATION IS INDEXED                                 00000460
                ACCESS MODE  IS DYNAMIC                                 00000470
                RECORD KEY   IS CLI-ID                                  00000480
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000490
                                                                        00000500
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000510
                ORGANIZATION IS INDEXED                                 00000520
                ACCESS MODE  IS DYNAMIC                                 00000530
                RECORD KEY   IS PRDM-CODIGO                             00000540
                FILE STATUS  IS WRK-FS-PRDM.                            00000550
                                                                        00000560
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000570
                FILE STATUS  IS WRK-FS-REJEITO.                         00000580
                                                                        00000590
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000600
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000610
                                                                        00000620
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000630
                FILE STATUS  IS WRK-FS-SYSIN.                           00000640
                                                                        00000650
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000660
                ORGANIZATION IS INDEXED                                 00000670
                ACCESS MODE  IS DYNAMIC                                 00000680
                RECORD KEY   IS CKP-PROGRAMA                            00000690
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000700
                                                                        00000710
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000720
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000730
                                                                        00000740
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000750
                ORGANIZATION IS INDEXED                                 00000760
                ACCESS MODE  IS DYNAMIC                                 00000770
                RECORD KEY   IS CAL-DATA                                00000780
                FILE STATUS  IS WRK-FS-CALEND.                          00000790
                                                                        00000800
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000810
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000820
                                                                        00000830
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000840
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000850
      *=======================================================*         00000860
       DATA                                      DIVISION.              00000870
      *=======================================================*         00000880
       FILE                                      SECTION.               00000890
       FD ENTRADA-SYSIN                                                 00000900
           RECORDING MODE IS F                                          00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
       01 SYSIN-REGISTRO             PIC X(049).                        00000930
                                                                        00000940
       FD PEDPROG.                                                      00000950
           COPY CPPPG01.                                                00000960
                                                                        00000970
       FD CLIENTE-MASTER.                                               00000980
           COPY CPCLIE01.                                               00000990
                                                                        00001000
       FD PRODUTO-MASTER.                                               00001010
           COPY CPPRDM01.                                               00001020
                                                                        00001030
       FD REJEITO-INTAKE                                                00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
           COPY CPREJ19.                                                00001070
                                                                        00001080
       FD AUDITORIA                                                     00001090
           RECORDING MODE IS F                                          00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
           COPY CPAUD01.                                                00001120
                                                                        00001130
       FD CHECKPT.                                                      00001140
           COPY CPCKPT01.                                               00001150
                                                                        00001160
       FD ERRLOG.                                                       00001170
           COPY CPERRL01.                                               00001180
                                                                        00001190
       FD CALENDARIO.                                                   00001200
           COPY CPCAL01.                                                00001210
                                                                        00001220
       FD ESTATIS                                                       00001230
           RECORDING MODE IS F                                          00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
           COPY CPSTA01.                                                00001260
                                                                        00001270
       FD CONTROLE                                                      00001280
           RECORDING MODE IS F                                          00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
           COPY CPCTRL01.                                               00001310
                                                                        00001320
       WORKING-STORAGE                           SECTION.               00001330
       01 WRK-REGISTRO.                                                 00001340
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001350
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001360
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001370
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001380
          05 WRK-CLI-ID      PIC 9(005)       VALUE ZEROS.              00001390
          05 WRK-SEQ         PIC 9(003)       VALUE ZEROS.              00001400
          05 WRK-CODIGO      PIC 9(008)       VALUE ZEROS.              00001410
          05 WRK-QUANTIDADE  PIC 9(007)       VALUE ZEROS.              00001420
          05 WRK-FREQUENCIA  PIC X(001)       VALUE SPACES.             00001430
             88 WRK-FREQ-VALIDA               VALUE 'S' 'Q' 'M'.        00001440
          05 WRK-PROX-DATA   PIC 9(008)       VALUE ZEROS.              00001450
          05 WRK-PROX-DATA-R REDEFINES WRK-PROX-DATA.                   00001460
             10 WRK-PROX-ANO PIC 9(004).                                00001470
             10 WRK-PROX-MES PIC 9(002).                                00001480
             10 WRK-PROX-DIA PIC 9(002).                                00001490
          05 WRK-DATA-FIM    PIC 9(008)       VALUE ZEROS.              00001500
                                                                        00001510
       77 WRK-FS-PEDPROG           PIC X(02) VALUE SPACES.              00001520
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00001530
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001560
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001570
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001580
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001590
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001600
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001610
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001620
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001630
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001640
       01 WRK-SW-VALIDO.                                                00001650
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001660
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001670
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001680
       COPY CPAUD02.                                                    00001690
       COPY CPCAB01.                                                    00001700
       COPY CPCKP01.                                                    00001710
       COPY CPERR01.                                                    00001720
       COPY CPDTA01.                                                    00001730
       COPY CPSTT01.                                                    00001740
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
             MOVE 'FR05CB95' TO WRK-CAB-PROGRAMA.                       00001970
             PERFORM 0101-CABECALHO-PADRAO.                             00001980
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001990
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002000
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002010
             PERFORM 0102-INTERPRETAR-PARM.                             00002020
             OPEN I-O PEDPROG.                                          00002030
             IF WRK-FS-PEDPROG EQUAL '35'                               00002040
                 OPEN OUTPUT PEDPROG                                    00002050
                 CLOSE PEDPROG                                          00002060
                 OPEN I-O PEDPROG                                       00002070
             END-IF.                                                    00002080
             OPEN INPUT CLIENTE-MASTER.                                 00002090
             OPEN INPUT PRODUTO-MASTER.                                 00002100
             OPEN INPUT ENTRADA-SYSIN.                                  00002110
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
      *---------------------------------------------------              00002240
       0100-99-FIM.            EXIT.                                    00002250
      *---------------------------------------------------              00002260
           COPY CPCAB02.                                                00002270
       COPY CPCKP02.                                                    00002280
           COPY CPERR02.                                                00002290
           COPY CPDTA02.                                                00002300
           COPY CPSTT02.                                                00002310
           COPY CPAUD03.                                                00002320
      *---------------------------------------------------              00002330
       0105-ABRIR-AUDITORIA               SECTION.                      00002340
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002350
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002360
      *---------------------------------------------------              00002370
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002380
             OPEN EXTEND AUDITORIA.                                     00002390
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002400
                 OPEN OUTPUT AUDITORIA                                  00002410
                 CLOSE AUDITORIA                                        00002420
                 OPEN EXTEND AUDITORIA                                  00002430
             END-IF.                                                    00002440
      *---------------------------------------------------              00002450
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002460
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002470
      *    ULTIMO CHECKPOINT                                            00002480
      *---------------------------------------------------              00002490
             PERFORM 0108-PULAR-UM-CARTAO                               00002500
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002510
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002520
      *---------------------------------------------------              00002530
       0108-PULAR-UM-CARTAO               SECTION.                      00002540
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002550
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002560
                 ADD 1 TO WRK-CONT-LIDOS                                00002570
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002580
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002590
             END-IF.                                                    00002600
                                                                        00002610
       0110-TESTAR-STATUS                 SECTION.                      00002620
             IF WRK-FS-PEDPROG NOT EQUAL ZEROS                          00002630
                 MOVE ' ERRO OPEN PEDIDOS PROGRAMADOS ' TO WRK-MSG      00002640
                 PERFORM 9000-TRATA-ERROS                               00002650
             END-IF.                                                    00002660
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00002670
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00002680
                 PERFORM 9000-TRATA-ERROS                               00002690
             END-IF.                                                    00002700
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002710
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002720
                 PERFORM 9000-TRATA-ERROS                               00002730
             END-IF.                                                    00002740
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002750
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002760
                 PERFORM 9000-TRATA-ERROS                               00002770
             END-IF.                                                    00002780
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002790
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002800
                 PERFORM 9000-TRATA-ERROS                               00002810
             END-IF.                                                    00002820
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002830
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002840
                 PERFORM 9000-TRATA-ERROS                               00002850
             END-IF.                                                    00002860
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002870
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002880
                 PERFORM 9000-TRATA-ERROS                               00002890
             END-IF.                                                    00002900
      *---------------------------------------------------              00002910
       0200-PROCESSAR                     SECTION.                      00002920
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002930
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002940
                 ADD 1 TO WRK-CONT-LIDOS                                00002950
                 PERFORM 0210-VALIDAR-REGISTRO                          00002960
                 IF WRK-REGISTRO-VALIDO                                 00002970
                     PERFORM 0212-GRAVA-PROGRAMACAO                     00002980
                 END-IF                                                 00002990
                 IF WRK-REGISTRO-VALIDO                                 00003000
                     ADD 1 TO WRK-CONT-ACEITOS                          00003010
                     SET AUD-ACEITO TO TRUE                             00003020
                 ELSE                                                   00003030
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003040
                     PERFORM 0220-GRAVA-REJEITO                         00003050
                     SET AUD-REJEITADO TO TRUE                          00003060
                 END-IF                                                 00003070
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003080
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003090
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003100
             END-IF.                                                    00003110
      *---------------------------------------------------              00003120
       0212-GRAVA-PROGRAMACAO             SECTION.                      00003130
             MOVE WRK-CLI-ID      TO PPG-CLI-ID.                        00003140
             MOVE WRK-SEQ         TO PPG-SEQ.                           00003150
             EVALUATE TRUE                                              00003160
                 WHEN WRK-TRANS-INCLUSAO                                00003170
                     PERFORM 0213-MONTAR-PROGRAMACAO                    00003180
                     MOVE ZEROS           TO PPG-DATA-ULT-GERACAO       00003190
                     MOVE ZEROS           TO PPG-ULT-PEDIDO             00003200
                     MOVE SPACES          TO PPG-ULT-SITUACAO           00003210
                     WRITE CPPPG01-REGISTRO                             00003220
                         INVALID KEY                                    00003230
                             MOVE ' PROGRAMACAO JA CADASTRADA '         00003240
                                 TO WRK-MSG                             00003250
                             DISPLAY WRK-MSG                            00003260
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003270
                             MOVE 06 TO REJ19-CODIGO-MOTIVO             00003280
                             MOVE WRK-MSG TO REJ19-DESCRICAO-MOTIVO     00003290
                     END-WRITE                                          00003300
                 WHEN WRK-TRANS-ALTERACAO                               00003310
                     READ PEDPROG                                       00003320
                         INVALID KEY                                    00003330
                             MOVE ' PROGRAMACAO INEXISTENTE '           00003340
                                 TO WRK-MSG                             00003350
                             DISPLAY WRK-MSG                            00003360
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003370
                             MOVE 06 TO REJ19-CODIGO-MOTIVO             00003380
                             MOVE WRK-MSG TO REJ19-DESCRICAO-MOTIVO     00003390
                         NOT INVALID KEY                                00003400
                             PERFORM 0213-MONTAR-PROGRAMACAO            00003410
                             REWRITE CPPPG01-REGISTRO                   00003420
                     END-READ                                           00003430
                 WHEN WRK-TRANS-EXCLUSAO                                00003440
                     READ PEDPROG                                       00003450
                         INVALID KEY                                    00003460
                             MOVE ' PROGRAMACAO INEXISTENTE '           00003470
                                 TO WRK-MSG                             00003480
                             DISPLAY WRK-MSG                            00003490
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003500
                             MOVE 06 TO REJ19-CODIGO-MOTIVO             00003510
                             MOVE WRK-MSG TO REJ19-DESCRICAO-MOTIVO     00003520
                         NOT INVALID KEY                                00003530
                             SET PPG-ENCERRADO TO TRUE                  00003540
                             REWRITE CPPPG01-REGISTRO                   00003550
                     END-READ                                           00003560
             END-EVALUATE.                                              00003570
      *---------------------------------------------------              00003580
       0213-MONTAR-PROGRAMACAO            SECTION.                      00003590
      *    O DIA DO PROXIMO VENCIMENTO VIRA O DIA-BASE DA               00003600
      *    PROGRAMACAO MENSAL                                           00003610
      *---------------------------------------------------              00003620
             MOVE WRK-CODIGO      TO PPG-CODIGO.                        00003630
             MOVE WRK-QUANTIDADE  TO PPG-QUANTIDADE.                    00003640
             MOVE WRK-FREQUENCIA  TO PPG-FREQUENCIA.                    00003650
             MOVE WRK-PROX-DIA    TO PPG-DIA-BASE.                      00003660
             MOVE WRK-PROX-DATA   TO PPG-PROX-DATA.                     00003670
             MOVE WRK-DATA-FIM    TO PPG-DATA-FIM.                      00003680
             SET PPG-ATIVO        TO TRUE.                              00003690
      *---------------------------------------------------              00003700
       0210-VALIDAR-REGISTRO              SECTION.                      00003710
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003720
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003730
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003740
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003750
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003760
                 MOVE 01 TO REJ19-CODIGO-MOTIVO                         00003770
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003780
                     REJ19-DESCRICAO-MOTIVO                             00003790
             ELSE IF WRK-CLI-ID NOT NUMERIC OR                          00003800
                WRK-SEQ NOT NUMERIC                                     00003810
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003820
                 MOVE 02 TO REJ19-CODIGO-MOTIVO                         00003830
                 MOVE 'CLIENTE OU SEQUENCIA INVALIDOS' TO               00003840
                     REJ19-DESCRICAO-MOTIVO                             00003850
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003860
                 CONTINUE                                               00003870
             ELSE IF WRK-CODIGO NOT NUMERIC                             00003880
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003890
                 MOVE 03 TO REJ19-CODIGO-MOTIVO                         00003900
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00003910
                     REJ19-DESCRICAO-MOTIVO                             00003920
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00003930
                WRK-QUANTIDADE EQUAL ZEROS                              00003940
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003950
                 MOVE 04 TO REJ19-CODIGO-MOTIVO                         00003960
                 MOVE 'QUANTIDADE INVALIDA' TO                          00003970
                     REJ19-DESCRICAO-MOTIVO                             00003980
             ELSE IF NOT WRK-FREQ-VALIDA                                00003990
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004000
                 MOVE 05 TO REJ19-CODIGO-MOTIVO                         00004010
                 MOVE 'FREQUENCIA INVALIDA (S/Q/M)' TO                  00004020
                     REJ19-DESCRICAO-MOTIVO                             00004030
             ELSE IF WRK-PROX-DATA NOT NUMERIC OR                       00004040
                WRK-PROX-MES < 01 OR WRK-PROX-MES > 12 OR               00004050
                WRK-PROX-DIA < 01 OR WRK-PROX-DIA > 31 OR               00004060
                WRK-PROX-DATA < WRK-DATA-NEGOCIO                        00004070
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004080
                 MOVE 07 TO REJ19-CODIGO-MOTIVO                         00004090
                 MOVE 'PROXIMO VENCIMENTO INVALIDO' TO                  00004100
                     REJ19-DESCRICAO-MOTIVO                             00004110
             ELSE IF WRK-DATA-FIM NOT NUMERIC OR                        00004120
                (WRK-DATA-FIM NOT EQUAL ZEROS AND                       00004130
                 WRK-DATA-FIM < WRK-PROX-DATA)                          00004140
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004150
                 MOVE 07 TO REJ19-CODIGO-MOTIVO                         00004160
                 MOVE 'DATA FINAL ANTERIOR AO VENCIMENTO' TO            00004170
                     REJ19-DESCRICAO-MOTIVO                             00004180
             END-IF END-IF END-IF END-IF END-IF END-IF END-IF           00004190
             END-IF.                                                    00004200
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004210
                 PERFORM 0214-VALIDAR-CLIENTE                           00004220
             END-IF.                                                    00004230
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004240
                 PERFORM 0215-VALIDAR-PRODUTO                           00004250
             END-IF.                                                    00004260
      *---------------------------------------------------              00004270
       0214-VALIDAR-CLIENTE               SECTION.                      00004280
             MOVE WRK-CLI-ID TO CLI-ID.                                 00004290
             READ CLIENTE-MASTER                                        00004300
                 INVALID KEY                                            00004310
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004320
                     MOVE 02 TO REJ19-CODIGO-MOTIVO                     00004330
                     MOVE 'CLIENTE NAO CADASTRADO' TO                   00004340
                         REJ19-DESCRICAO-MOTIVO                         00004350
                 NOT INVALID KEY                                        00004360
                     IF NOT CLI-STAT-ATIVO                              00004370
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004380
                         MOVE 02 TO REJ19-CODIGO-MOTIVO                 00004390
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO        00004400
                             REJ19-DESCRICAO-MOTIVO                     00004410
                     END-IF                                             00004420
             END-READ.                                                  00004430
      *---------------------------------------------------              00004440
       0215-VALIDAR-PRODUTO               SECTION.                      00004450
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00004460
             READ PRODUTO-MASTER                                        00004470
                 INVALID KEY                                            00004480
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004490
                     MOVE 03 TO REJ19-CODIGO-MOTIVO                     00004500
                     MOVE 'PRODUTO NAO CADASTRADO' TO                   00004510
                         REJ19-DESCRICAO-MOTIVO                         00004520
                 NOT INVALID KEY                                        00004530
                     IF PRDM-INATIVO                                    00004540
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004550
                         MOVE 03 TO REJ19-CODIGO-MOTIVO                 00004560
                         MOVE 'PRODUTO INATIVO' TO                      00004570
                             REJ19-DESCRICAO-MOTIVO                     00004580
                     END-IF                                             00004590
             END-READ.                                                  00004600
      *---------------------------------------------------              00004610
       0220-GRAVA-REJEITO                 SECTION.                      00004620
             MOVE 'FR05CB95' TO REJ19-PROGRAMA.                         00004630
             MOVE WRK-REGISTRO TO REJ19-REGISTRO-ORIGINAL.              00004640
             WRITE CPREJ19-REGISTRO.                                    00004650
      *---------------------------------------------------              00004660
       0900-GRAVAR-AUDITORIA              SECTION.                      00004670
             MOVE 'FR05CB95' TO AUD-PROGRAMA.                           00004680
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004690
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004700
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004710
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004720
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004730
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004740
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004750
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004760
             WRITE CPAUD01-REGISTRO.                                    00004770
      *---------------------------------------------------              00004780
       0300-FINALIZAR                     SECTION.                      00004790
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004800
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004810
             PERFORM 0310-GRAVA-CONTROLE.                               00004820
             MOVE WRK-CONT-LIDOS                                        00004830
                 TO WRK-STT-REGISTROS.                                  00004840
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004850
             CLOSE PEDPROG.                                             00004860
             CLOSE CLIENTE-MASTER.                                      00004870
             CLOSE PRODUTO-MASTER.                                      00004880
             CLOSE REJEITO-INTAKE.                                      00004890
             CLOSE AUDITORIA.                                           00004900
             CLOSE ENTRADA-SYSIN.                                       00004910
             CLOSE CONTROLE.                                            00004920
             DISPLAY '==========================='.                     00004930
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004940
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004950
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004960
             DISPLAY '==========================='.                     00004970
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004980
             PERFORM 9000-TRATA-ERROS.                                  00004990
      *---------------------------------------------------              00005000
       0310-GRAVA-CONTROLE                SECTION.                      00005010
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005020
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005030
      *---------------------------------------------------              00005040
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005050
             MOVE SPACES              TO CTL-DATA-HORA.                 00005060
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005070
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005080
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005090
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005100
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005110
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005120
             MOVE ZERO                TO CTL-QTD-FONTES.                00005130
             WRITE CPCTRL01-REGISTRO.                                   00005140
      *---------------------------------------------------              00005150
       9000-TRATA-ERROS                   SECTION.                      00005160
      *---------------------------------------------------              00005170
             PERFORM 9050-GRAVAR-ERRLOG.                                00005180
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005190
             STOP RUN.                                                  00005200
      *--------------------------------------------------------------   00005210
       9000-99-FIM.            EXIT.                                    00005220
      *--------------------------------------------------------------   00005230
