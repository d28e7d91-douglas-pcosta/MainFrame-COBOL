      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB21.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE METAS MENSAIS DE          00000120
      *               VENDA POR GERENTE DE CONTA (ARQUIVO INDEXADO,     00000130
      *               CPMET01) VIA CARTOES DE TRANSACAO NA SYSIN        00000140
      *               (INCLUSAO/ALTERACAO/EXCLUSAO), NOS MOLDES DA      00000150
      *               MANUTENCAO DE CONDICOES DE PAGAMENTO              00000160
      *               (FR05CB99). O CARTAO TRAZ O MES (AAAAMM), A       00000170
      *               MATRICULA DO GERENTE, A CATEGORIA (EM BRANCO      00000180
      *               = META TOTAL DO GERENTE), O VALOR DA META E,      00000190
      *               SO NA META TOTAL, O ACELERADOR DE COMISSAO.       00000200
      *               O GERENTE E CONFERIDO EM EMPREGADO-MASTER         00000210
      *               (ATIVO) E A CATEGORIA NO MASTER DE CATEGORIAS;    00000220
      *               O NOME CURTO DO GERENTE E GRAVADO NA META         00000230
      *               PARA O CRUZAMENTO COM CLI-GERENTE. A EXCLUSAO     00000240
      *               E LOGICA (STATUS INATIVA)                         00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000300
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000310
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000320
      *=======================================================*         00000330
                                                                        00000340
      *=======================================================*         00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=======================================================*         00000370
       INPUT-OUTPUT                              SECTION.               00000380
       FILE-CONTROL.                                                    00000390
             SELECT META-MASTER ASSIGN TO ARQMET                        00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE  IS DYNAMIC                                 00000420
                RECORD KEY   IS MET-CHAVE                               00000430
                FILE STATUS  IS WRK-FS-META.                            00000440
                                                                        00000450
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS DYNAMIC                                 00000480
                RECORD KEY   IS EMP-ID                                  00000490
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00000500
                    WITH DUPLICATES                                     00000510
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00000520
                                                                        00000530
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS CAT-CODIGO                              00000570
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000580
                                                                        00000590
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000600
                FILE STATUS  IS WRK-FS-REJEITO.                         00000610
                                                                        00000620
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000630
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000640
                                                                        00000650
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000660
                FILE STATUS  IS WRK-FS-SYSIN.                           00000670
                                                                        00000680
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS CKP-PROGRAMA                            00000720
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000730
                                                                        00000740
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000750
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000760
                                                                        00000770
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000780
                ORGANIZATION IS INDEXED                                 00000790
                ACCESS MODE  IS DYNAMIC                                 00000800
                RECORD KEY   IS CAL-DATA                                00000810
                FILE STATUS  IS WRK-FS-CALEND.                          00000820
                                                                        00000830
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000840
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000850
                                                                        00000860
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000870
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000880
      *=======================================================*         00000890
       DATA                                      DIVISION.              00000900
      *=======================================================*         00000910
       FILE                                      SECTION.               00000920
       FD ENTRADA-SYSIN                                                 00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
       01 SYSIN-REGISTRO             PIC X(080).                        00000960
                                                                        00000970
       FD META-MASTER.                                                  00000980
           COPY CPMET01.                                                00000990
                                                                        00001000
       FD EMPREGADO-MASTER.                                             00001010
           COPY CPEMPR01.                                               00001020
                                                                        00001030
       FD CATEGORIA-MASTER.                                             00001040
           COPY CPCAT01.                                                00001050
                                                                        00001060
       FD REJEITO-INTAKE                                                00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
           COPY CPREJ29.                                                00001100
                                                                        00001110
       FD AUDITORIA                                                     00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPAUD01.                                                00001150
                                                                        00001160
       FD CHECKPT.                                                      00001170
           COPY CPCKPT01.                                               00001180
                                                                        00001190
       FD ERRLOG.                                                       00001200
           COPY CPERRL01.                                               00001210
                                                                        00001220
       FD CALENDARIO.                                                   00001230
           COPY CPCAL01.                                                00001240
                                                                        00001250
       FD ESTATIS                                                       00001260
           RECORDING MODE IS F                                          00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
           COPY CPSTA01.                                                00001290
                                                                        00001300
       FD CONTROLE                                                      00001310
           RECORDING MODE IS F                                          00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
           COPY CPCTRL01.                                               00001340
                                                                        00001350
       WORKING-STORAGE                           SECTION.               00001360
       01 WRK-REGISTRO.                                                 00001370
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001380
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001390
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001400
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001410
          05 WRK-ANOMES      PIC 9(006)       VALUE ZEROS.              00001420
          05 WRK-ANOMES-R    REDEFINES WRK-ANOMES.                      00001430
             10 WRK-ANO      PIC 9(004).                                00001440
             10 WRK-MES      PIC 9(002).                                00001450
          05 WRK-EMP-ID      PIC 9(005)       VALUE ZEROS.              00001460
          05 WRK-CATEGORIA   PIC X(005)       VALUE SPACES.             00001470
          05 WRK-VALOR-META  PIC 9(011)V99    VALUE ZEROS.              00001480
          05 WRK-PCT-ACELERADOR                                         00001490
                             PIC 9(002)V99    VALUE ZEROS.              00001500
                                                                        00001510
       77 WRK-FS-META              PIC X(02) VALUE SPACES.              00001520
       77 WRK-FS-EMPREGADO         PIC X(02) VALUE SPACES.              00001530
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001560
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001570
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001580
       77 WRK-GERENTE-META         PIC X(15) VALUE SPACES.              00001590
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001600
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001610
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001620
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001630
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001640
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001650
       01 WRK-SW-VALIDO.                                                00001660
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001670
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001680
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001690
       COPY CPAUD02.                                                    00001700
       COPY CPCAB01.                                                    00001710
       COPY CPCKP01.                                                    00001720
       COPY CPERR01.                                                    00001730
       COPY CPDTA01.                                                    00001740
       COPY CPSTT01.                                                    00001750
      *---------------------------------------------------              00001760
       LINKAGE                                    SECTION.              00001770
      *---------------------------------------------------              00001780
       01 WRK-PARM-RESTART.                                             00001790
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001800
          05 WRK-PARM-DADOS           PIC X(66).                        00001810
      *=========================================*                       00001820
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001830
      *=========================================*                       00001840
                                                                        00001850
      *---------------------------------------------------              00001860
       0000-PRINCIPAL                     SECTION.                      00001870
      *---------------------------------------------------              00001880
             PERFORM 0100-INICIAR.                                      00001890
             PERFORM 0200-PROCESSAR                                     00001900
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001910
             PERFORM 0300-FINALIZAR.                                    00001920
      *---------------------------------------------------              00001930
       0000-99-FIM.            EXIT.                                    00001940
      *---------------------------------------------------              00001950
                                                                        00001960
       0100-INICIAR                       SECTION.                      00001970
             MOVE 'FR06CB21' TO WRK-CAB-PROGRAMA.                       00001980
             PERFORM 0101-CABECALHO-PADRAO.                             00001990
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002000
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002010
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002020
             PERFORM 0102-INTERPRETAR-PARM.                             00002030
             OPEN I-O META-MASTER.                                      00002040
             IF WRK-FS-META EQUAL '35'                                  00002050
                 OPEN OUTPUT META-MASTER                                00002060
                 CLOSE META-MASTER                                      00002070
                 OPEN I-O META-MASTER                                   00002080
             END-IF.                                                    00002090
             OPEN INPUT EMPREGADO-MASTER.                               00002100
             OPEN INPUT CATEGORIA-MASTER.                               00002110
             OPEN INPUT ENTRADA-SYSIN.                                  00002120
             PERFORM 0105-ABRIR-AUDITORIA.                              00002130
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002140
             PERFORM 0104-POSICIONAR-RESTART.                           00002150
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002160
                 OPEN EXTEND REJEITO-INTAKE                             00002170
                 OPEN EXTEND CONTROLE                                   00002180
             ELSE                                                       00002190
                 OPEN OUTPUT REJEITO-INTAKE                             00002200
                 OPEN OUTPUT CONTROLE                                   00002210
             END-IF.                                                    00002220
             PERFORM 0110-TESTAR-STATUS.                                00002230
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002240
      *---------------------------------------------------              00002250
       0100-99-FIM.            EXIT.                                    00002260
      *---------------------------------------------------              00002270
           COPY CPCAB02.                                                00002280
       COPY CPCKP02.                                                    00002290
           COPY CPERR02.                                                00002300
           COPY CPDTA02.                                                00002310
           COPY CPSTT02.                                                00002320
           COPY CPAUD03.                                                00002330
      *---------------------------------------------------              00002340
       0105-ABRIR-AUDITORIA               SECTION.                      00002350
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002360
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002370
      *---------------------------------------------------              00002380
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002390
             OPEN EXTEND AUDITORIA.                                     00002400
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002410
                 OPEN OUTPUT AUDITORIA                                  00002420
                 CLOSE AUDITORIA                                        00002430
                 OPEN EXTEND AUDITORIA                                  00002440
             END-IF.                                                    00002450
      *---------------------------------------------------              00002460
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002470
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002480
      *    ULTIMO CHECKPOINT                                            00002490
      *---------------------------------------------------              00002500
             PERFORM 0108-PULAR-UM-CARTAO                               00002510
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002520
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002530
      *---------------------------------------------------              00002540
       0108-PULAR-UM-CARTAO               SECTION.                      00002550
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002560
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002570
                 ADD 1 TO WRK-CONT-LIDOS                                00002580
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002590
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002600
             END-IF.                                                    00002610
                                                                        00002620
       0110-TESTAR-STATUS                 SECTION.                      00002630
             IF WRK-FS-META NOT EQUAL ZEROS                             00002640
                 MOVE ' ERRO OPEN META-MASTER ' TO WRK-MSG              00002650
                 PERFORM 9000-TRATA-ERROS                               00002660
             END-IF.                                                    00002670
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00002680
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00002690
                 PERFORM 9000-TRATA-ERROS                               00002700
             END-IF.                                                    00002710
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00002720
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00002730
                 PERFORM 9000-TRATA-ERROS                               00002740
             END-IF.                                                    00002750
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002760
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002770
                 PERFORM 9000-TRATA-ERROS                               00002780
             END-IF.                                                    00002790
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002800
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002810
                 PERFORM 9000-TRATA-ERROS                               00002820
             END-IF.                                                    00002830
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002840
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002850
                 PERFORM 9000-TRATA-ERROS                               00002860
             END-IF.                                                    00002870
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002880
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002890
                 PERFORM 9000-TRATA-ERROS                               00002900
             END-IF.                                                    00002910
      *---------------------------------------------------              00002920
       0200-PROCESSAR                     SECTION.                      00002930
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002940
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002950
                 ADD 1 TO WRK-CONT-LIDOS                                00002960
                 PERFORM 0210-VALIDAR-REGISTRO                          00002970
                 IF WRK-REGISTRO-VALIDO                                 00002980
                     PERFORM 0212-GRAVA-META                            00002990
                 END-IF                                                 00003000
                 IF WRK-REGISTRO-VALIDO                                 00003010
                     ADD 1 TO WRK-CONT-ACEITOS                          00003020
                     SET AUD-ACEITO TO TRUE                             00003030
                 ELSE                                                   00003040
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003050
                     PERFORM 0220-GRAVA-REJEITO                         00003060
                     SET AUD-REJEITADO TO TRUE                          00003070
                 END-IF                                                 00003080
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003090
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003100
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003110
             END-IF.                                                    00003120
      *---------------------------------------------------              00003130
       0212-GRAVA-META                    SECTION.                      00003140
             MOVE WRK-ANOMES      TO MET-ANOMES.                        00003150
             MOVE WRK-EMP-ID      TO MET-EMP-ID.                        00003160
             MOVE WRK-CATEGORIA   TO MET-CATEGORIA.                     00003170
             EVALUATE TRUE                                              00003180
                 WHEN WRK-TRANS-INCLUSAO                                00003190
                     MOVE WRK-GERENTE-META   TO MET-GERENTE             00003200
                     MOVE WRK-VALOR-META     TO MET-VALOR-META          00003210
                     MOVE WRK-PCT-ACELERADOR TO MET-PCT-ACELERADOR      00003220
                     SET MET-ATIVA           TO TRUE                    00003230
                     WRITE CPMET01-REGISTRO                             00003240
                         INVALID KEY                                    00003250
                             MOVE ' META JA CADASTRADA '                00003260
                                 TO WRK-MSG                             00003270
                             DISPLAY WRK-MSG                            00003280
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003290
                             MOVE 06 TO REJ29-CODIGO-MOTIVO             00003300
                             MOVE WRK-MSG TO REJ29-DESCRICAO-MOTIVO     00003310
                     END-WRITE                                          00003320
                 WHEN WRK-TRANS-ALTERACAO                               00003330
                     READ META-MASTER                                   00003340
                         INVALID KEY                                    00003350
                             MOVE ' META INEXISTENTE '                  00003360
                                 TO WRK-MSG                             00003370
                             DISPLAY WRK-MSG                            00003380
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003390
                             MOVE 06 TO REJ29-CODIGO-MOTIVO             00003400
                             MOVE WRK-MSG TO REJ29-DESCRICAO-MOTIVO     00003410
                         NOT INVALID KEY                                00003420
                             MOVE WRK-GERENTE-META TO MET-GERENTE       00003430
                             MOVE WRK-VALOR-META   TO MET-VALOR-META    00003440
                             MOVE WRK-PCT-ACELERADOR                    00003450
                                 TO MET-PCT-ACELERADOR                  00003460
                             SET MET-ATIVA         TO TRUE              00003470
                             REWRITE CPMET01-REGISTRO                   00003480
                     END-READ                                           00003490
                 WHEN WRK-TRANS-EXCLUSAO                                00003500
                     READ META-MASTER                                   00003510
                         INVALID KEY                                    00003520
                             MOVE ' META INEXISTENTE '                  00003530
                                 TO WRK-MSG                             00003540
                             DISPLAY WRK-MSG                            00003550
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003560
                             MOVE 06 TO REJ29-CODIGO-MOTIVO             00003570
                             MOVE WRK-MSG TO REJ29-DESCRICAO-MOTIVO     00003580
                         NOT INVALID KEY                                00003590
                             SET MET-INATIVA TO TRUE                    00003600
                             REWRITE CPMET01-REGISTRO                   00003610
                     END-READ                                           00003620
             END-EVALUATE.                                              00003630
      *---------------------------------------------------              00003640
       0210-VALIDAR-REGISTRO              SECTION.                      00003650
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003660
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003670
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003680
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003690
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003700
                 MOVE 01 TO REJ29-CODIGO-MOTIVO                         00003710
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003720
                     REJ29-DESCRICAO-MOTIVO                             00003730
             ELSE IF WRK-ANOMES NOT NUMERIC                             00003740
                OR WRK-MES < 01 OR WRK-MES > 12                         00003750
                OR WRK-EMP-ID NOT NUMERIC                               00003760
                OR WRK-EMP-ID EQUAL ZEROS                               00003770
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003780
                 MOVE 02 TO REJ29-CODIGO-MOTIVO                         00003790
                 MOVE 'MES OU MATRICULA DO GERENTE INVALIDO' TO         00003800
                     REJ29-DESCRICAO-MOTIVO                             00003810
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003820
                 CONTINUE                                               00003830
             ELSE IF WRK-VALOR-META NOT NUMERIC                         00003840
                OR WRK-VALOR-META EQUAL ZEROS                           00003850
                OR WRK-PCT-ACELERADOR NOT NUMERIC                       00003860
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003870
                 MOVE 05 TO REJ29-CODIGO-MOTIVO                         00003880
                 MOVE 'VALOR DA META OU ACELERADOR INVALIDO' TO         00003890
                     REJ29-DESCRICAO-MOTIVO                             00003900
             ELSE IF WRK-CATEGORIA NOT EQUAL SPACES                     00003910
                AND WRK-PCT-ACELERADOR NOT EQUAL ZEROS                  00003920
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003930
                 MOVE 05 TO REJ29-CODIGO-MOTIVO                         00003940
                 MOVE 'ACELERADOR SO NA META TOTAL DO GERENTE' TO       00003950
                     REJ29-DESCRICAO-MOTIVO                             00003960
             END-IF END-IF END-IF END-IF END-IF.                        00003970
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003980
                 PERFORM 0215-VALIDAR-GERENTE                           00003990
             END-IF.                                                    00004000
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004010
                AND WRK-CATEGORIA NOT EQUAL SPACES                      00004020
                 PERFORM 0216-VALIDAR-CATEGORIA                         00004030
             END-IF.                                                    00004040
      *---------------------------------------------------              00004050
       0215-VALIDAR-GERENTE               SECTION.                      00004060
      *    O GERENTE DA META TEM DE ESTAR ATIVO EM EMPREGADO-           00004070
      *    MASTER; O NOME CURTO LIDO VAI PARA A META, QUE E             00004080
      *    CRUZADA COM CLI-GERENTE NO ACOMPANHAMENTO E NA               00004090
      *    APURACAO DE COMISSAO                                         00004100
      *---------------------------------------------------              00004110
             MOVE SPACES     TO WRK-GERENTE-META.                       00004120
             MOVE WRK-EMP-ID TO EMP-ID.                                 00004130
             READ EMPREGADO-MASTER                                      00004140
                 INVALID KEY                                            00004150
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004160
                     MOVE 03 TO REJ29-CODIGO-MOTIVO                     00004170
                     MOVE 'GERENTE NAO CADASTRADO' TO                   00004180
                         REJ29-DESCRICAO-MOTIVO                         00004190
                 NOT INVALID KEY                                        00004200
                     IF EMP-INATIVO                                     00004210
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004220
                         MOVE 03 TO REJ29-CODIGO-MOTIVO                 00004230
                         MOVE 'GERENTE INATIVO' TO                      00004240
                             REJ29-DESCRICAO-MOTIVO                     00004250
                     ELSE                                               00004260
                         MOVE EMP-NOME-CURTO TO WRK-GERENTE-META        00004270
                     END-IF                                             00004280
             END-READ.                                                  00004290
      *---------------------------------------------------              00004300
       0216-VALIDAR-CATEGORIA             SECTION.                      00004310
             MOVE WRK-CATEGORIA TO CAT-CODIGO.                          00004320
             READ CATEGORIA-MASTER                                      00004330
                 INVALID KEY                                            00004340
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004350
                     MOVE 04 TO REJ29-CODIGO-MOTIVO                     00004360
                     MOVE 'CATEGORIA NAO CADASTRADA' TO                 00004370
                         REJ29-DESCRICAO-MOTIVO                         00004380
                 NOT INVALID KEY                                        00004390
                     IF CAT-INATIVA                                     00004400
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004410
                         MOVE 04 TO REJ29-CODIGO-MOTIVO                 00004420
                         MOVE 'CATEGORIA INATIVA' TO                    00004430
                             REJ29-DESCRICAO-MOTIVO                     00004440
                     END-IF                                             00004450
             END-READ.                                                  00004460
      *---------------------------------------------------              00004470
       0220-GRAVA-REJEITO                 SECTION.                      00004480
             MOVE 'FR06CB21' TO REJ29-PROGRAMA.                         00004490
             MOVE WRK-REGISTRO TO REJ29-REGISTRO-ORIGINAL.              00004500
             WRITE CPREJ29-REGISTRO.                                    00004510
      *---------------------------------------------------              00004520
       0900-GRAVAR-AUDITORIA              SECTION.                      00004530
             MOVE 'FR06CB21' TO AUD-PROGRAMA.                           00004540
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004550
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004560
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004570
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004580
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004590
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004600
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004610
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004620
             WRITE CPAUD01-REGISTRO.                                    00004630
      *---------------------------------------------------              00004640
       0300-FINALIZAR                     SECTION.                      00004650
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004660
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004670
             PERFORM 0310-GRAVA-CONTROLE.                               00004680
             MOVE WRK-CONT-LIDOS                                        00004690
                 TO WRK-STT-REGISTROS.                                  00004700
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004710
             CLOSE META-MASTER.                                         00004720
             CLOSE EMPREGADO-MASTER.                                    00004730
             CLOSE CATEGORIA-MASTER.                                    00004740
             CLOSE REJEITO-INTAKE.                                      00004750
             CLOSE AUDITORIA.                                           00004760
             CLOSE ENTRADA-SYSIN.                                       00004770
             CLOSE CONTROLE.                                            00004780
             DISPLAY '==========================='.                     00004790
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004800
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004810
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004820
             DISPLAY '==========================='.                     00004830
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004840
             PERFORM 9000-TRATA-ERROS.                                  00004850
      *---------------------------------------------------              00004860
       0310-GRAVA-CONTROLE                SECTION.                      00004870
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004880
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004890
      *---------------------------------------------------              00004900
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004910
             MOVE SPACES              TO CTL-DATA-HORA.                 00004920
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004930
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004940
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004950
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004960
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004970
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004980
             MOVE ZERO                TO CTL-QTD-FONTES.                00004990
             WRITE CPCTRL01-REGISTRO.                                   00005000
      *---------------------------------------------------              00005010
       9000-TRATA-ERROS                   SECTION.                      00005020
      *---------------------------------------------------              00005030
             PERFORM 9050-GRAVAR-ERRLOG.                                00005040
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005050
             STOP RUN.                                                  00005060
      *--------------------------------------------------------------   00005070
       9000-99-FIM.            EXIT.                                    00005080
      *--------------------------------------------------------------   00005090
