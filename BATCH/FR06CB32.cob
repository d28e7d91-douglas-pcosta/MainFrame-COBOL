      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB32.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: CARGA E MANUTENCAO DO MASTER DE VERBAS            00000120
      *               ORCAMENTARIAS MENSAIS POR CONTA DO RAZAO E        00000130
      *               CENTRO DE CUSTO (ARQUIVO INDEXADO, CPVRB01),      00000140
      *               NOS MOLDES DA MANUTENCAO DE METAS DE VENDA        00000150
      *               (FR06CB21). DUAS ENTRADAS, NESTA ORDEM: OS        00000160
      *               CARTOES DE TRANSACAO DA SYSIN (INCLUSAO/          00000170
      *               ALTERACAO/EXCLUSAO/CARGA) E, SE INFORMADO, O      00000180
      *               ARQUIVO EXPORTADO DA PLANILHA DE PLANEJAMENTO     00000190
      *               (CPPLN01), CUJAS LINHAS ENTRAM COMO CARGA -       00000200
      *               INCLUI A VERBA OU SUBSTITUI A EXISTENTE. O        00000210
      *               CARTAO TRAZ O MES (AAAAMM), A CONTA, O CENTRO     00000220
      *               DE CUSTO (EM BRANCO OU ZERO = VERBA SEM           00000230
      *               CENTRO), A NATUREZA DA CONTA (D/C, EM BRANCO      00000240
      *               = D) E O VALOR. O CENTRO DE CUSTO TEM DE          00000250
      *               PERTENCER A UM DEPARTAMENTO ATIVO DO MASTER       00000260
      *               DE DEPARTAMENTOS (CPDEP01). A EXCLUSAO E          00000270
      *               LOGICA (STATUS INATIVA)                           00000280
      *-------------------------------------------------------*         00000290
      *     HISTORICO DE ALTERACOES                                     00000300
      *     DATA        AUTOR   DESCRICAO                               00000310
      *     ----------  ------  --------------------------------        00000320
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000330
      *=======================================================*         00000340
                                                                        00000350
      *=======================================================*         00000360
       ENVIRONMENT                               DIVISION.              00000370
      *=======================================================*         00000380
       INPUT-OUTPUT                              SECTION.               00000390
       FILE-CONTROL.                                                    00000400
             SELECT VERBA-MASTER ASSIGN TO ARQVRB                       00000410
                ORGANIZATION IS INDEXED                                 00000420
                ACCESS MODE  IS DYNAMIC                                 00000430
                RECORD KEY   IS VRB-CHAVE                               00000440
                FILE STATUS  IS WRK-FS-VERBA.                           00000450
                                                                        00000460
             SELECT DEPARTAMENTO-MST ASSIGN TO ARQDEP                   00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS SEQUENTIAL                              00000490
                RECORD KEY   IS DEP-CODIGO                              00000500
                FILE STATUS  IS WRK-FS-DEPARTAM.                        00000510
                                                                        00000520
             SELECT PLANILHA ASSIGN TO ARQPLN                           00000530
                FILE STATUS  IS WRK-FS-PLANILHA.                        00000540
                                                                        00000550
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000560
                FILE STATUS  IS WRK-FS-REJEITO.                         00000570
                                                                        00000580
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000590
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000600
                                                                        00000610
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000620
                FILE STATUS  IS WRK-FS-SYSIN.                           00000630
                                                                        00000640
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000650
                ORGANIZATION IS INDEXED                                 00000660
                ACCESS MODE  IS DYNAMIC                                 00000670
                RECORD KEY   IS CKP-PROGRAMA                            00000680
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000690
                                                                        00000700
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000710
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000720
                                                                        00000730
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000740
                ORGANIZATION IS INDEXED                                 00000750
                ACCESS MODE  IS DYNAMIC                                 00000760
                RECORD KEY   IS CAL-DATA                                00000770
                FILE STATUS  IS WRK-FS-CALEND.                          00000780
                                                                        00000790
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000800
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000810
                                                                        00000820
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000830
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000840
      *=======================================================*         00000850
       DATA                                      DIVISION.              00000860
      *=======================================================*         00000870
       FILE                                      SECTION.               00000880
       FD ENTRADA-SYSIN                                                 00000890
           RECORDING MODE IS F                                          00000900
           BLOCK CONTAINS 0 RECORDS.                                    00000910
       01 SYSIN-REGISTRO             PIC X(080).                        00000920
                                                                        00000930
       FD VERBA-MASTER.                                                 00000940
           COPY CPVRB01.                                                00000950
                                                                        00000960
       FD DEPARTAMENTO-MST.                                             00000970
           COPY CPDEP01.                                                00000980
                                                                        00000990
       FD PLANILHA                                                      00001000
           RECORDING MODE IS F                                          00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
           COPY CPPLN01.                                                00001030
                                                                        00001040
       FD REJEITO-INTAKE                                                00001050
           RECORDING MODE IS F                                          00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
           COPY CPREJ32.                                                00001080
                                                                        00001090
       FD AUDITORIA                                                     00001100
           RECORDING MODE IS F                                          00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
           COPY CPAUD01.                                                00001130
                                                                        00001140
       FD CHECKPT.                                                      00001150
           COPY CPCKPT01.                                               00001160
                                                                        00001170
       FD ERRLOG.                                                       00001180
           COPY CPERRL01.                                               00001190
                                                                        00001200
       FD CALENDARIO.                                                   00001210
           COPY CPCAL01.                                                00001220
                                                                        00001230
       FD ESTATIS                                                       00001240
           RECORDING MODE IS F                                          00001250
           BLOCK CONTAINS 0 RECORDS.                                    00001260
           COPY CPSTA01.                                                00001270
                                                                        00001280
       FD CONTROLE                                                      00001290
           RECORDING MODE IS F                                          00001300
           BLOCK CONTAINS 0 RECORDS.                                    00001310
           COPY CPCTRL01.                                               00001320
                                                                        00001330
       WORKING-STORAGE                           SECTION.               00001340
       01 WRK-REGISTRO.                                                 00001350
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001360
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001370
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001380
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001390
             88 WRK-TRANS-CARGA               VALUE 'C'.                00001400
          05 WRK-ANOMES      PIC 9(006)       VALUE ZEROS.              00001410
          05 WRK-ANOMES-R    REDEFINES WRK-ANOMES.                      00001420
             10 WRK-ANO      PIC 9(004).                                00001430
             10 WRK-MES      PIC 9(002).                                00001440
          05 WRK-CONTA       PIC X(008)       VALUE SPACES.             00001450
          05 WRK-CENTRO-CUSTO PIC 9(006)      VALUE ZEROS.              00001460
          05 WRK-CENTRO-CUSTO-X REDEFINES WRK-CENTRO-CUSTO              00001470
                             PIC X(006).                                00001480
          05 WRK-NATUREZA    PIC X(001)       VALUE SPACES.             00001490
          05 WRK-VALOR-VERBA PIC 9(011)V99    VALUE ZEROS.              00001500
          05 FILLER          PIC X(045)       VALUE SPACES.             00001510
                                                                        00001520
       77 WRK-FS-VERBA             PIC X(02) VALUE SPACES.              00001530
       77 WRK-FS-DEPARTAM          PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-PLANILHA          PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001560
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001570
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001580
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001590
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001600
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001610
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001620
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001630
       77 WRK-CONT-CARTOES         PIC 9(07) COMP VALUE ZERO.           00001640
       77 WRK-CONT-PLANILHA        PIC 9(07) COMP VALUE ZERO.           00001650
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001660
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001670
       01 WRK-SW-VALIDO.                                                00001680
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001690
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001700
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001710
       01 WRK-SW-ENTRADA.                                               00001720
          05 WRK-SW-ORIGEM           PIC X(01) VALUE 'C'.               00001730
             88 WRK-ORIGEM-CARTAO          VALUE 'C'.                   00001740
             88 WRK-ORIGEM-PLANILHA        VALUE 'P'.                   00001750
          05 WRK-SW-FIM-ENTRADA      PIC X(01) VALUE 'N'.               00001760
             88 WRK-FIM-ENTRADA            VALUE 'S'.                   00001770
          05 WRK-SW-PLANILHA         PIC X(01) VALUE 'S'.               00001780
             88 WRK-PLANILHA-PRESENTE      VALUE 'S'.                   00001790
             88 WRK-PLANILHA-AUSENTE       VALUE 'N'.                   00001800
      *---------------------------------------------------              00001810
      *    CENTROS DE CUSTO DOS DEPARTAMENTOS ATIVOS,                   00001820
      *    CARREGADOS DO MASTER DE DEPARTAMENTOS NO INICIO              00001830
      *---------------------------------------------------              00001840
       77 WRK-MAX-CENTROS          PIC 9(04) COMP VALUE 500.            00001850
       77 WRK-QTD-CENTROS          PIC 9(04) COMP VALUE ZERO.           00001860
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZERO.           00001870
       77 WRK-IDX-ACHADO           PIC 9(04) COMP VALUE ZERO.           00001880
       01 WRK-TABELA-CENTROS.                                           00001890
          05 WRK-ENT-CENTRO OCCURS 500 TIMES                            00001900
                                   PIC 9(06).                           00001910
       COPY CPAUD02.                                                    00001920
       COPY CPCAB01.                                                    00001930
       COPY CPCKP01.                                                    00001940
       COPY CPERR01.                                                    00001950
       COPY CPDTA01.                                                    00001960
       COPY CPSTT01.                                                    00001970
      *---------------------------------------------------              00001980
       LINKAGE                                    SECTION.              00001990
      *---------------------------------------------------              00002000
       01 WRK-PARM-RESTART.                                             00002010
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002020
          05 WRK-PARM-DADOS           PIC X(66).                        00002030
      *=========================================*                       00002040
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002050
      *=========================================*                       00002060
                                                                        00002070
      *---------------------------------------------------              00002080
       0000-PRINCIPAL                     SECTION.                      00002090
      *---------------------------------------------------              00002100
             PERFORM 0100-INICIAR.                                      00002110
             PERFORM 0200-PROCESSAR                                     00002120
                 UNTIL WRK-FIM-ENTRADA.                                 00002130
             PERFORM 0300-FINALIZAR.                                    00002140
      *---------------------------------------------------              00002150
       0000-99-FIM.            EXIT.                                    00002160
      *---------------------------------------------------              00002170
                                                                        00002180
       0100-INICIAR                       SECTION.                      00002190
             MOVE 'FR06CB32' TO WRK-CAB-PROGRAMA.                       00002200
             PERFORM 0101-CABECALHO-PADRAO.                             00002210
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002220
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002230
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002240
             PERFORM 0102-INTERPRETAR-PARM.                             00002250
             OPEN I-O VERBA-MASTER.                                     00002260
             IF WRK-FS-VERBA EQUAL '35'                                 00002270
                 OPEN OUTPUT VERBA-MASTER                               00002280
                 CLOSE VERBA-MASTER                                     00002290
                 OPEN I-O VERBA-MASTER                                  00002300
             END-IF.                                                    00002310
             OPEN INPUT DEPARTAMENTO-MST.                               00002320
             OPEN INPUT ENTRADA-SYSIN.                                  00002330
             PERFORM 0105-ABRIR-AUDITORIA.                              00002340
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002350
             PERFORM 0104-POSICIONAR-RESTART.                           00002360
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002370
                 OPEN EXTEND REJEITO-INTAKE                             00002380
                 OPEN EXTEND CONTROLE                                   00002390
             ELSE                                                       00002400
                 OPEN OUTPUT REJEITO-INTAKE                             00002410
                 OPEN OUTPUT CONTROLE                                   00002420
             END-IF.                                                    00002430
             PERFORM 0110-TESTAR-STATUS.                                00002440
             PERFORM 0106-ABRIR-PLANILHA.                               00002450
             PERFORM 0120-CARREGAR-CENTROS                              00002460
                 UNTIL WRK-FS-DEPARTAM NOT EQUAL ZEROS.                 00002470
             CLOSE DEPARTAMENTO-MST.                                    00002480
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002490
      *---------------------------------------------------              00002500
       0100-99-FIM.            EXIT.                                    00002510
      *---------------------------------------------------              00002520
           COPY CPCAB02.                                                00002530
       COPY CPCKP02.                                                    00002540
           COPY CPERR02.                                                00002550
           COPY CPDTA02.                                                00002560
           COPY CPSTT02.                                                00002570
           COPY CPAUD03.                                                00002580
      *---------------------------------------------------              00002590
       0105-ABRIR-AUDITORIA               SECTION.                      00002600
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002610
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002620
      *---------------------------------------------------              00002630
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002640
             OPEN EXTEND AUDITORIA.                                     00002650
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002660
                 OPEN OUTPUT AUDITORIA                                  00002670
                 CLOSE AUDITORIA                                        00002680
                 OPEN EXTEND AUDITORIA                                  00002690
             END-IF.                                                    00002700
      *---------------------------------------------------              00002710
       0106-ABRIR-PLANILHA                SECTION.                      00002720
      *    ABRE O ARQUIVO DA PLANILHA DE PLANEJAMENTO - CARGA SO        00002730
      *    POR CARTAO (ARQUIVO NAO INFORMADO, FILE STATUS 35)           00002740
      *    SEGUE SEM ELE                                                00002750
      *---------------------------------------------------              00002760
             OPEN INPUT PLANILHA.                                       00002770
             IF WRK-FS-PLANILHA EQUAL '35'                              00002780
                 SET WRK-PLANILHA-AUSENTE TO TRUE                       00002790
                 DISPLAY ' AVISO: SEM ARQUIVO DA PLANILHA - '           00002800
                         'CARGA SO POR CARTAO'                          00002810
             ELSE                                                       00002820
                 IF WRK-FS-PLANILHA NOT EQUAL ZEROS                     00002830
                     MOVE ' ERRO OPEN PLANILHA ' TO WRK-MSG             00002840
                     PERFORM 9000-TRATA-ERROS                           00002850
                 END-IF                                                 00002860
             END-IF.                                                    00002870
      *---------------------------------------------------              00002880
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002890
      *    DESPREZA OS CARTOES E LINHAS DA PLANILHA JA APLICADOS        00002900
      *    ANTES DO ULTIMO CHECKPOINT                                   00002910
      *---------------------------------------------------              00002920
             PERFORM 0108-PULAR-UM-CARTAO                               00002930
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002940
                    OR WRK-FIM-ENTRADA.                                 00002950
      *---------------------------------------------------              00002960
       0108-PULAR-UM-CARTAO               SECTION.                      00002970
             PERFORM 0250-LER-ENTRADA.                                  00002980
             IF NOT WRK-FIM-ENTRADA                                     00002990
                 ADD 1 TO WRK-CONT-LIDOS                                00003000
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003010
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003020
             END-IF.                                                    00003030
                                                                        00003040
       0110-TESTAR-STATUS                 SECTION.                      00003050
             IF WRK-FS-VERBA NOT EQUAL ZEROS                            00003060
                 MOVE ' ERRO OPEN VERBA-MASTER ' TO WRK-MSG             00003070
                 PERFORM 9000-TRATA-ERROS                               00003080
             END-IF.                                                    00003090
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00003100
                 MOVE ' ERRO OPEN DEPARTAMENTO-MST ' TO WRK-MSG         00003110
                 PERFORM 9000-TRATA-ERROS                               00003120
             END-IF.                                                    00003130
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00003140
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00003150
                 PERFORM 9000-TRATA-ERROS                               00003160
             END-IF.                                                    00003170
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00003180
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00003190
                 PERFORM 9000-TRATA-ERROS                               00003200
             END-IF.                                                    00003210
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003220
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003230
                 PERFORM 9000-TRATA-ERROS                               00003240
             END-IF.                                                    00003250
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003260
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003270
                 PERFORM 9000-TRATA-ERROS                               00003280
             END-IF.                                                    00003290
      *---------------------------------------------------              00003300
       0120-CARREGAR-CENTROS              SECTION.                      00003310
      *    GUARDA O CENTRO DE CUSTO DE CADA DEPARTAMENTO ATIVO -        00003320
      *    VARIOS DEPARTAMENTOS PODEM DIVIDIR O MESMO CENTRO            00003330
      *---------------------------------------------------              00003340
             READ DEPARTAMENTO-MST NEXT RECORD.                         00003350
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00003360
                 GO TO 0120-99-FIM                                      00003370
             END-IF.                                                    00003380
             IF DEP-INATIVO                                             00003390
                 GO TO 0120-99-FIM                                      00003400
             END-IF.                                                    00003410
             IF WRK-QTD-CENTROS >= WRK-MAX-CENTROS                      00003420
                 MOVE ' ERRO TABELA DE CENTROS EXCEDIDA ' TO WRK-MSG    00003430
                 PERFORM 9000-TRATA-ERROS                               00003440
             END-IF.                                                    00003450
             ADD 1 TO WRK-QTD-CENTROS.                                  00003460
             MOVE DEP-CENTRO-CUSTO                                      00003470
                 TO WRK-ENT-CENTRO (WRK-QTD-CENTROS).                   00003480
       0120-99-FIM.            EXIT.                                    00003490
      *---------------------------------------------------              00003500
       0200-PROCESSAR                     SECTION.                      00003510
             PERFORM 0250-LER-ENTRADA.                                  00003520
             IF NOT WRK-FIM-ENTRADA                                     00003530
                 ADD 1 TO WRK-CONT-LIDOS                                00003540
                 PERFORM 0210-VALIDAR-REGISTRO                          00003550
                 IF WRK-REGISTRO-VALIDO                                 00003560
                     PERFORM 0212-GRAVA-VERBA                           00003570
                 END-IF                                                 00003580
                 IF WRK-REGISTRO-VALIDO                                 00003590
                     ADD 1 TO WRK-CONT-ACEITOS                          00003600
                     SET AUD-ACEITO TO TRUE                             00003610
                 ELSE                                                   00003620
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003630
                     PERFORM 0220-GRAVA-REJEITO                         00003640
                     SET AUD-REJEITADO TO TRUE                          00003650
                 END-IF                                                 00003660
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003670
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003680
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003690
             END-IF.                                                    00003700
      *---------------------------------------------------              00003710
       0212-GRAVA-VERBA                   SECTION.                      00003720
             MOVE WRK-ANOMES       TO VRB-ANOMES.                       00003730
             MOVE WRK-CONTA        TO VRB-CONTA.                        00003740
             MOVE WRK-CENTRO-CUSTO TO VRB-CENTRO-CUSTO.                 00003750
             EVALUATE TRUE                                              00003760
                 WHEN WRK-TRANS-INCLUSAO                                00003770
                     PERFORM 0213-MONTAR-VERBA                          00003780
                     WRITE CPVRB01-REGISTRO                             00003790
                         INVALID KEY                                    00003800
                             MOVE ' VERBA JA CADASTRADA '               00003810
                                 TO WRK-MSG                             00003820
                             DISPLAY WRK-MSG                            00003830
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003840
                             MOVE 05 TO REJ32-CODIGO-MOTIVO             00003850
                             MOVE WRK-MSG TO REJ32-DESCRICAO-MOTIVO     00003860
                     END-WRITE                                          00003870
                 WHEN WRK-TRANS-ALTERACAO                               00003880
                     READ VERBA-MASTER                                  00003890
                         INVALID KEY                                    00003900
                             MOVE ' VERBA INEXISTENTE '                 00003910
                                 TO WRK-MSG                             00003920
                             DISPLAY WRK-MSG                            00003930
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003940
                             MOVE 05 TO REJ32-CODIGO-MOTIVO             00003950
                             MOVE WRK-MSG TO REJ32-DESCRICAO-MOTIVO     00003960
                         NOT INVALID KEY                                00003970
                             PERFORM 0213-MONTAR-VERBA                  00003980
                             REWRITE CPVRB01-REGISTRO                   00003990
                     END-READ                                           00004000
                 WHEN WRK-TRANS-EXCLUSAO                                00004010
                     READ VERBA-MASTER                                  00004020
                         INVALID KEY                                    00004030
                             MOVE ' VERBA INEXISTENTE '                 00004040
                                 TO WRK-MSG                             00004050
                             DISPLAY WRK-MSG                            00004060
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004070
                             MOVE 05 TO REJ32-CODIGO-MOTIVO             00004080
                             MOVE WRK-MSG TO REJ32-DESCRICAO-MOTIVO     00004090
                         NOT INVALID KEY                                00004100
                             MOVE WRK-DATA-NEGOCIO                      00004110
                                 TO VRB-DATA-ATUALIZACAO                00004120
                             SET VRB-INATIVA TO TRUE                    00004130
                             REWRITE CPVRB01-REGISTRO                   00004140
                     END-READ                                           00004150
                 WHEN WRK-TRANS-CARGA                                   00004160
                     READ VERBA-MASTER                                  00004170
                         INVALID KEY                                    00004180
                             PERFORM 0213-MONTAR-VERBA                  00004190
                             WRITE CPVRB01-REGISTRO                     00004200
                         NOT INVALID KEY                                00004210
                             PERFORM 0213-MONTAR-VERBA                  00004220
                             REWRITE CPVRB01-REGISTRO                   00004230
                     END-READ                                           00004240
             END-EVALUATE.                                              00004250
      *---------------------------------------------------              00004260
       0213-MONTAR-VERBA                  SECTION.                      00004270
      *    PREENCHE A VERBA COM OS DADOS DO CARTAO - A VERBA            00004280
      *    ALTERADA OU RECARREGADA VOLTA A FICAR ATIVA                  00004290
      *---------------------------------------------------              00004300
             MOVE WRK-VALOR-VERBA  TO VRB-VALOR.                        00004310
             MOVE WRK-NATUREZA     TO VRB-NATUREZA.                     00004320
             MOVE WRK-SW-ORIGEM    TO VRB-ORIGEM.                       00004330
             MOVE WRK-DATA-NEGOCIO TO VRB-DATA-ATUALIZACAO.             00004340
             SET VRB-ATIVA         TO TRUE.                             00004350
                                                                        00004360
      *---------------------------------------------------              00004370
       0210-VALIDAR-REGISTRO              SECTION.                      00004380
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004390
             IF WRK-CENTRO-CUSTO-X EQUAL SPACES                         00004400
                 MOVE ZEROS TO WRK-CENTRO-CUSTO                         00004410
             END-IF.                                                    00004420
             IF WRK-NATUREZA EQUAL SPACES                               00004430
                 MOVE 'D' TO WRK-NATUREZA                               00004440
             END-IF.                                                    00004450
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00004460
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00004470
                WRK-TIPO-TRANS NOT EQUAL 'E' AND                        00004480
                WRK-TIPO-TRANS NOT EQUAL 'C'                            00004490
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004500
                 MOVE 01 TO REJ32-CODIGO-MOTIVO                         00004510
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00004520
                     REJ32-DESCRICAO-MOTIVO                             00004530
             ELSE IF WRK-ANOMES NOT NUMERIC                             00004540
                OR WRK-MES < 01 OR WRK-MES > 12                         00004550
                OR WRK-CONTA EQUAL SPACES                               00004560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004570
                 MOVE 02 TO REJ32-CODIGO-MOTIVO                         00004580
                 MOVE 'MES OU CONTA CONTABIL INVALIDO' TO               00004590
                     REJ32-DESCRICAO-MOTIVO                             00004600
             ELSE IF WRK-CENTRO-CUSTO NOT NUMERIC                       00004610
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004620
                 MOVE 03 TO REJ32-CODIGO-MOTIVO                         00004630
                 MOVE 'CENTRO DE CUSTO NAO NUMERICO' TO                 00004640
                     REJ32-DESCRICAO-MOTIVO                             00004650
             ELSE IF WRK-TRANS-EXCLUSAO                                 00004660
                 CONTINUE                                               00004670
             ELSE IF WRK-VALOR-VERBA NOT NUMERIC                        00004680
                OR (WRK-NATUREZA NOT EQUAL 'D' AND                      00004690
                    WRK-NATUREZA NOT EQUAL 'C')                         00004700
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004710
                 MOVE 04 TO REJ32-CODIGO-MOTIVO                         00004720
                 MOVE 'VALOR OU NATUREZA DA VERBA INVALIDO' TO          00004730
                     REJ32-DESCRICAO-MOTIVO                             00004740
             END-IF END-IF END-IF END-IF END-IF.                        00004750
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004760
                AND WRK-CENTRO-CUSTO NOT EQUAL ZEROS                    00004770
                 PERFORM 0215-VALIDAR-CENTRO                            00004780
             END-IF.                                                    00004790
      *---------------------------------------------------              00004800
       0215-VALIDAR-CENTRO                SECTION.                      00004810
      *    O CENTRO DE CUSTO DA VERBA TEM DE SER O DE ALGUM             00004820
      *    DEPARTAMENTO ATIVO                                           00004830
      *---------------------------------------------------              00004840
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004850
             MOVE ZERO TO WRK-IDX.                                      00004860
             PERFORM 0216-PROCURAR-UM-CENTRO                            00004870
                 UNTIL WRK-IDX >= WRK-QTD-CENTROS                       00004880
                    OR WRK-IDX-ACHADO > ZERO.                           00004890
             IF WRK-IDX-ACHADO EQUAL ZERO                               00004900
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004910
                 MOVE 03 TO REJ32-CODIGO-MOTIVO                         00004920
                 MOVE 'CENTRO DE CUSTO SEM DEPARTAMENTO ATIVO' TO       00004930
                     REJ32-DESCRICAO-MOTIVO                             00004940
             END-IF.                                                    00004950
      *---------------------------------------------------              00004960
       0216-PROCURAR-UM-CENTRO            SECTION.                      00004970
             ADD 1 TO WRK-IDX.                                          00004980
             IF WRK-ENT-CENTRO (WRK-IDX) EQUAL WRK-CENTRO-CUSTO         00004990
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00005000
             END-IF.                                                    00005010
      *---------------------------------------------------              00005020
       0220-GRAVA-REJEITO                 SECTION.                      00005030
             MOVE 'FR06CB32' TO REJ32-PROGRAMA.                         00005040
             MOVE WRK-REGISTRO TO REJ32-REGISTRO-ORIGINAL.              00005050
             WRITE CPREJ32-REGISTRO.                                    00005060
      *---------------------------------------------------              00005070
       0250-LER-ENTRADA                   SECTION.                      00005080
      *    LE O PROXIMO REGISTRO DE ENTRADA - PRIMEIRO OS               00005090
      *    CARTOES DA SYSIN E, ESGOTADOS, AS LINHAS DA PLANILHA,        00005100
      *    QUE ENTRAM NO FORMATO DO CARTAO COMO CARGA                   00005110
      *---------------------------------------------------              00005120
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005130
                 READ ENTRADA-SYSIN INTO WRK-REGISTRO                   00005140
                 IF WRK-FS-SYSIN EQUAL ZEROS                            00005150
                     SET WRK-ORIGEM-CARTAO TO TRUE                      00005160
                     ADD 1 TO WRK-CONT-CARTOES                          00005170
                     GO TO 0250-99-FIM                                  00005180
                 END-IF                                                 00005190
             END-IF.                                                    00005200
             IF WRK-PLANILHA-AUSENTE                                    00005210
                 SET WRK-FIM-ENTRADA TO TRUE                            00005220
                 GO TO 0250-99-FIM                                      00005230
             END-IF.                                                    00005240
             READ PLANILHA.                                             00005250
             IF WRK-FS-PLANILHA NOT EQUAL ZEROS                         00005260
                 SET WRK-FIM-ENTRADA TO TRUE                            00005270
                 GO TO 0250-99-FIM                                      00005280
             END-IF.                                                    00005290
             SET WRK-ORIGEM-PLANILHA TO TRUE.                           00005300
             ADD 1 TO WRK-CONT-PLANILHA.                                00005310
             MOVE SPACES           TO WRK-REGISTRO.                     00005320
             MOVE 'C'              TO WRK-TIPO-TRANS.                   00005330
             MOVE PLN-ANOMES       TO WRK-ANOMES.                       00005340
             MOVE PLN-CONTA        TO WRK-CONTA.                        00005350
             MOVE PLN-CENTRO-CUSTO TO WRK-CENTRO-CUSTO-X.               00005360
             MOVE PLN-NATUREZA     TO WRK-NATUREZA.                     00005370
             MOVE PLN-VALOR        TO WRK-VALOR-VERBA.                  00005380
       0250-99-FIM.            EXIT.                                    00005390
      *---------------------------------------------------              00005400
       0900-GRAVAR-AUDITORIA              SECTION.                      00005410
             MOVE 'FR06CB32' TO AUD-PROGRAMA.                           00005420
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00005430
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00005440
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00005450
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00005460
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00005470
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00005480
             MOVE ZEROS TO AUD-NUM-LOTE.                                00005490
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00005500
             WRITE CPAUD01-REGISTRO.                                    00005510
      *---------------------------------------------------              00005520
       0300-FINALIZAR                     SECTION.                      00005530
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00005540
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00005550
             PERFORM 0310-GRAVA-CONTROLE.                               00005560
             MOVE WRK-CONT-LIDOS                                        00005570
                 TO WRK-STT-REGISTROS.                                  00005580
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005590
             CLOSE VERBA-MASTER.                                        00005600
             IF WRK-PLANILHA-PRESENTE                                   00005610
                 CLOSE PLANILHA                                         00005620
             END-IF.                                                    00005630
             CLOSE REJEITO-INTAKE.                                      00005640
             CLOSE AUDITORIA.                                           00005650
             CLOSE ENTRADA-SYSIN.                                       00005660
             CLOSE CONTROLE.                                            00005670
             DISPLAY '==========================='.                     00005680
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00005690
             DISPLAY '  CARTOES........: ' WRK-CONT-CARTOES.            00005700
             DISPLAY '  PLANILHA.......: ' WRK-CONT-PLANILHA.           00005710
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00005720
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00005730
             DISPLAY '==========================='.                     00005740
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005750
             PERFORM 9000-TRATA-ERROS.                                  00005760
      *---------------------------------------------------              00005770
       0310-GRAVA-CONTROLE                SECTION.                      00005780
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005790
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005800
      *---------------------------------------------------              00005810
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005820
             MOVE SPACES              TO CTL-DATA-HORA.                 00005830
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005840
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005850
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005860
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005870
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005880
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005890
             MOVE ZERO                TO CTL-QTD-FONTES.                00005900
             WRITE CPCTRL01-REGISTRO.                                   00005910
      *---------------------------------------------------              00005920
       9000-TRATA-ERROS                   SECTION.                      00005930
      *---------------------------------------------------              00005940
             PERFORM 9050-GRAVAR-ERRLOG.                                00005950
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005960
             STOP RUN.                                                  00005970
      *--------------------------------------------------------------   00005980
       9000-99-FIM.            EXIT.                                    00005990
      *--------------------------------------------------------------   00006000
