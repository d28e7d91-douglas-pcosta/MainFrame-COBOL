      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB30.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO CONTROLE DE PERIODOS                00000120
      *               CONTABEIS (ARQUIVO INDEXADO, CPPER01) VIA         00000130
      *               CARTOES DA SYSIN. CADA CARTAO TRAZ O MES          00000140
      *               (AAAAMM), A NOVA SITUACAO (A = ABERTO,            00000150
      *               E = EM FECHAMENTO, F = FECHADO) E UMA             00000160
      *               OBSERVACAO. O OPERADOR DO JOB PRECISA             00000170
      *               ESTAR AUTORIZADO NO MASTER DE AUTORIZACAO         00000180
      *               PARA ESTE PROGRAMA E PARA A SITUACAO DO           00000190
      *               CARTAO (FR05CB85) - A REABERTURA (A) PODE         00000200
      *               SER RESTRITA A QUEM NAO FECHA. MES SEM            00000210
      *               REGISTRO VALE COMO ABERTO. OS PROGRAMAS DE        00000220
      *               POSTAGEM (FR05CB22/26/52/59) HONRAM A             00000230
      *               SITUACAO ATRAVES DE CPPER03. AO FINAL,            00000240
      *               LISTA O QUADRO DE PERIODOS CADASTRADOS            00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000300
      *=======================================================*         00000310
                                                                        00000320
      *=======================================================*         00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=======================================================*         00000350
       INPUT-OUTPUT                              SECTION.               00000360
       FILE-CONTROL.                                                    00000370
             SELECT PERIODO  ASSIGN TO ARQPER                           00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS DYNAMIC                                 00000400
                RECORD KEY   IS PER-ANOMES                              00000410
                FILE STATUS  IS WRK-FS-PERIODO.                         00000420
                                                                        00000430
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000440
                FILE STATUS  IS WRK-FS-REJEITO.                         00000450
                                                                        00000460
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000470
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000480
                                                                        00000490
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000500
                FILE STATUS  IS WRK-FS-SYSIN.                           00000510
                                                                        00000520
             SELECT RELPER   ASSIGN TO ARQRPT                           00000530
                FILE STATUS  IS WRK-FS-RELATORIO.                       00000540
                                                                        00000550
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000560
                ORGANIZATION IS INDEXED                                 00000570
                ACCESS MODE  IS DYNAMIC                                 00000580
                RECORD KEY   IS CKP-PROGRAMA                            00000590
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000600
                                                                        00000610
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000620
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000630
                                                                        00000640
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000650
                ORGANIZATION IS INDEXED                                 00000660
                ACCESS MODE  IS DYNAMIC                                 00000670
                RECORD KEY   IS CAL-DATA                                00000680
                FILE STATUS  IS WRK-FS-CALEND.                          00000690
                                                                        00000700
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000710
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000720
                                                                        00000730
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000740
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000750
      *=======================================================*         00000760
       DATA                                      DIVISION.              00000770
      *=======================================================*         00000780
       FILE                                      SECTION.               00000790
       FD ENTRADA-SYSIN                                                 00000800
           RECORDING MODE IS F                                          00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
       01 SYSIN-REGISTRO             PIC X(080).                        00000830
                                                                        00000840
       FD PERIODO.                                                      00000850
           COPY CPPER01.                                                00000860
                                                                        00000870
       FD REJEITO-INTAKE                                                00000880
           RECORDING MODE IS F                                          00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
           COPY CPREJ31.                                                00000910
                                                                        00000920
       FD AUDITORIA                                                     00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
           COPY CPAUD01.                                                00000960
                                                                        00000970
       FD RELPER                                                        00000980
           RECORDING MODE IS F                                          00000990
           BLOCK CONTAINS 0 RECORDS.                                    00001000
       01 REL-LINHA                  PIC X(132).                        00001010
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
          05 WRK-ANOMES.                                                00001240
             10 WRK-ANO      PIC 9(004)       VALUE ZEROS.              00001250
             10 WRK-MES      PIC 9(002)       VALUE ZEROS.              00001260
          05 WRK-SITUACAO    PIC X(001)       VALUE SPACES.             00001270
             88 WRK-SIT-ABERTO                VALUE 'A'.                00001280
             88 WRK-SIT-EM-FECHAMENTO         VALUE 'E'.                00001290
             88 WRK-SIT-FECHADO               VALUE 'F'.                00001300
          05 WRK-OBSERVACAO  PIC X(040)       VALUE SPACES.             00001310
          05 FILLER          PIC X(033)       VALUE SPACES.             00001320
                                                                        00001330
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001340
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001350
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001360
       77 WRK-FS-RELATORIO         PIC X(02) VALUE SPACES.              00001370
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001380
       77 WRK-FS-PERIODO           PIC X(02) VALUE SPACES.              00001390
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001400
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001410
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001420
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001430
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001440
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001450
       77 WRK-CONT-ABERTOS         PIC 9(07) COMP VALUE ZERO.           00001460
       77 WRK-CONT-EM-FECHAMENTO   PIC 9(07) COMP VALUE ZERO.           00001470
       77 WRK-CONT-FECHADOS        PIC 9(07) COMP VALUE ZERO.           00001480
       01 WRK-SW-VALIDO.                                                00001490
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001500
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001510
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001520
       01 WRK-SW-CADASTRO.                                              00001530
          05 WRK-SW-CADASTRO-IND     PIC X(01) VALUE 'N'.               00001540
             88 WRK-PERIODO-CADASTRADO     VALUE 'S'.                   00001550
             88 WRK-PERIODO-NOVO           VALUE 'N'.                   00001560
      *---------------------------------------------------              00001570
      *    LINHAS DO QUADRO DE PERIODOS CONTABEIS                       00001580
      *---------------------------------------------------              00001590
       01 WRK-SEPARA.                                                   00001600
          05 FILLER PIC X(110) VALUE ALL '='.                           00001610
                                                                        00001620
       01 WRK-CABEC1.                                                   00001630
          05 FILLER               PIC X(40) VALUE                       00001640
             'QUADRO DOS PERIODOS CONTABEIS - DATA: '.                  00001650
          05 WRK-REL-DATA         PIC 9(08).                            00001660
                                                                        00001670
       01 WRK-CABEC2.                                                   00001680
          05 FILLER PIC X(08) VALUE 'PERIODO'.                          00001690
          05 FILLER PIC X(16) VALUE 'SITUACAO'.                         00001700
          05 FILLER PIC X(16) VALUE 'ANTERIOR'.                         00001710
          05 FILLER PIC X(10) VALUE 'ALTERADO'.                         00001720
          05 FILLER PIC X(21) VALUE 'OPERADOR'.                         00001730
          05 FILLER PIC X(40) VALUE 'OBSERVACAO'.                       00001740
                                                                        00001750
       01 WRK-DETALHE.                                                  00001760
          05 WRK-DET-ANOMES       PIC 9(06).                            00001770
          05 FILLER               PIC X(02) VALUE SPACES.               00001780
          05 WRK-DET-SITUACAO     PIC X(14).                            00001790
          05 FILLER               PIC X(02) VALUE SPACES.               00001800
          05 WRK-DET-ANTERIOR     PIC X(14).                            00001810
          05 FILLER               PIC X(02) VALUE SPACES.               00001820
          05 WRK-DET-DATA         PIC 9(08).                            00001830
          05 FILLER               PIC X(02) VALUE SPACES.               00001840
          05 WRK-DET-OPERADOR     PIC X(20).                            00001850
          05 FILLER               PIC X(01) VALUE SPACES.               00001860
          05 WRK-DET-OBSERVACAO   PIC X(40).                            00001870
                                                                        00001880
       01 WRK-NOME-SITUACAO.                                            00001890
          05 WRK-NOM-CODIGO       PIC X(01).                            00001900
          05 WRK-NOM-TEXTO        PIC X(14).                            00001910
                                                                        00001920
       01 WRK-RODAPE.                                                   00001930
          05 FILLER               PIC X(32) VALUE SPACES.               00001940
          05 FILLER               PIC X(01) VALUE SPACES.               00001950
          05 WRK-ROD-TOTAL        PIC Z(8)9.                            00001960
       01 WRK-RODAPE-R REDEFINES WRK-RODAPE.                            00001970
          05 WRK-ROD-TITULO       PIC X(32).                            00001980
          05 FILLER               PIC X(10).                            00001990
       COPY CPAUT02.                                                    00002000
       COPY CPAUD02.                                                    00002010
       COPY CPCAB01.                                                    00002020
       COPY CPCKP01.                                                    00002030
       COPY CPERR01.                                                    00002040
       COPY CPDTA01.                                                    00002050
       COPY CPSTT01.                                                    00002060
      *---------------------------------------------------              00002070
       LINKAGE                                    SECTION.              00002080
      *---------------------------------------------------              00002090
       01 WRK-PARM-RESTART.                                             00002100
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002110
          05 WRK-PARM-DADOS           PIC X(66).                        00002120
      *=========================================*                       00002130
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002140
      *=========================================*                       00002150
                                                                        00002160
      *---------------------------------------------------              00002170
       0000-PRINCIPAL                     SECTION.                      00002180
      *---------------------------------------------------              00002190
             PERFORM 0100-INICIAR.                                      00002200
             PERFORM 0200-PROCESSAR                                     00002210
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002220
             PERFORM 0300-FINALIZAR.                                    00002230
      *---------------------------------------------------              00002240
       0000-99-FIM.            EXIT.                                    00002250
      *---------------------------------------------------              00002260
                                                                        00002270
       0100-INICIAR                       SECTION.                      00002280
             MOVE 'FR06CB30' TO WRK-CAB-PROGRAMA.                       00002290
             PERFORM 0101-CABECALHO-PADRAO.                             00002300
             PERFORM 0135-CONFERIR-ACESSO.                              00002310
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002320
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002330
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002340
             PERFORM 0102-INTERPRETAR-PARM.                             00002350
             PERFORM 0140-ABRIR-PERIODO.                                00002360
             OPEN INPUT ENTRADA-SYSIN.                                  00002370
             PERFORM 0105-ABRIR-AUDITORIA.                              00002380
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002390
             PERFORM 0104-POSICIONAR-RESTART.                           00002400
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002410
                 OPEN EXTEND REJEITO-INTAKE                             00002420
                 OPEN EXTEND CONTROLE                                   00002430
             ELSE                                                       00002440
                 OPEN OUTPUT REJEITO-INTAKE                             00002450
                 OPEN OUTPUT CONTROLE                                   00002460
             END-IF.                                                    00002470
             OPEN OUTPUT RELPER.                                        00002480
             PERFORM 0110-TESTAR-STATUS.                                00002490
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002500
      *---------------------------------------------------              00002510
       0100-99-FIM.            EXIT.                                    00002520
      *---------------------------------------------------              00002530
           COPY CPCAB02.                                                00002540
       COPY CPCKP02.                                                    00002550
           COPY CPERR02.                                                00002560
           COPY CPDTA02.                                                00002570
           COPY CPSTT02.                                                00002580
           COPY CPAUD03.                                                00002590
      *---------------------------------------------------              00002600
       0105-ABRIR-AUDITORIA               SECTION.                      00002610
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002620
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002630
      *---------------------------------------------------              00002640
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002650
             OPEN EXTEND AUDITORIA.                                     00002660
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002670
                 OPEN OUTPUT AUDITORIA                                  00002680
                 CLOSE AUDITORIA                                        00002690
                 OPEN EXTEND AUDITORIA                                  00002700
             END-IF.                                                    00002710
      *---------------------------------------------------              00002720
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002730
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002740
      *    ULTIMO CHECKPOINT                                            00002750
      *---------------------------------------------------              00002760
             PERFORM 0108-PULAR-UM-CARTAO                               00002770
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002780
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002790
      *---------------------------------------------------              00002800
       0108-PULAR-UM-CARTAO               SECTION.                      00002810
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002820
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002830
                 ADD 1 TO WRK-CONT-LIDOS                                00002840
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002850
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002860
             END-IF.                                                    00002870
                                                                        00002880
       0110-TESTAR-STATUS                 SECTION.                      00002890
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002900
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002910
                 PERFORM 9000-TRATA-ERROS                               00002920
             END-IF.                                                    00002930
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002940
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002950
                 PERFORM 9000-TRATA-ERROS                               00002960
             END-IF.                                                    00002970
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002980
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002990
                 PERFORM 9000-TRATA-ERROS                               00003000
             END-IF.                                                    00003010
             IF WRK-FS-RELATORIO NOT EQUAL ZEROS                        00003020
                 MOVE ' ERRO OPEN RELPER ' TO WRK-MSG                   00003030
                 PERFORM 9000-TRATA-ERROS                               00003040
             END-IF.                                                    00003050
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003060
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003070
                 PERFORM 9000-TRATA-ERROS                               00003080
             END-IF.                                                    00003090
      *---------------------------------------------------              00003100
       0135-CONFERIR-ACESSO               SECTION.                      00003110
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00003120
      *    OPERADOR DO JOB PODE MANTER OS PERIODOS. SEM O MASTER        00003130
      *    DE AUTORIZACAO NAO HA COMO SABER QUEM FECHA O MES - O        00003140
      *    JOB TERMINA COM RC=12, ASSIM COMO NO OPERADOR NEGADO         00003150
      *---------------------------------------------------              00003160
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00003170
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00003180
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00003190
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00003200
             EVALUATE TRUE                                              00003210
                 WHEN AUT-CHK-PERMITIDO                                 00003220
                     CONTINUE                                           00003230
                 WHEN AUT-CHK-SEM-MASTER                                00003240
                     MOVE 12 TO RETURN-CODE                             00003250
                     MOVE ' ERRO SEM MASTER DE AUTORIZACAO '            00003260
                         TO WRK-MSG                                     00003270
                     PERFORM 9000-TRATA-ERROS                           00003280
                 WHEN OTHER                                             00003290
                     MOVE 12 TO RETURN-CODE                             00003300
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00003310
                         TO WRK-MSG                                     00003320
                     PERFORM 9000-TRATA-ERROS                           00003330
             END-EVALUATE.                                              00003340
      *---------------------------------------------------              00003350
       0140-ABRIR-PERIODO                 SECTION.                      00003360
      *    ABRE O CONTROLE DE PERIODOS EM I-O, CRIANDO-O NA             00003370
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003380
      *---------------------------------------------------              00003390
             OPEN I-O PERIODO.                                          00003400
             IF WRK-FS-PERIODO EQUAL '35'                               00003410
                 OPEN OUTPUT PERIODO                                    00003420
                 CLOSE PERIODO                                          00003430
                 OPEN I-O PERIODO                                       00003440
             END-IF.                                                    00003450
             IF WRK-FS-PERIODO NOT EQUAL ZEROS                          00003460
                 MOVE ' ERRO OPEN PERIODO CONTABIL ' TO WRK-MSG         00003470
                 PERFORM 9000-TRATA-ERROS                               00003480
             END-IF.                                                    00003490
      *---------------------------------------------------              00003500
       0200-PROCESSAR                     SECTION.                      00003510
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003520
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003530
                 ADD 1 TO WRK-CONT-LIDOS                                00003540
                 PERFORM 0210-VALIDAR-REGISTRO                          00003550
                 IF WRK-REGISTRO-VALIDO                                 00003560
                     PERFORM 0212-GRAVA-PERIODO                         00003570
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
       0210-VALIDAR-REGISTRO              SECTION.                      00003720
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003730
             IF NOT WRK-SIT-ABERTO AND                                  00003740
                NOT WRK-SIT-EM-FECHAMENTO AND                           00003750
                NOT WRK-SIT-FECHADO                                     00003760
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003770
                 MOVE 01 TO REJ31-CODIGO-MOTIVO                         00003780
                 MOVE 'SITUACAO DO PERIODO INVALIDA' TO                 00003790
                     REJ31-DESCRICAO-MOTIVO                             00003800
                 GO TO 0210-99-FIM                                      00003810
             END-IF.                                                    00003820
             PERFORM 0209-AUTORIZAR-TRANSACAO.                          00003830
             IF WRK-REGISTRO-INVALIDO                                   00003840
                 GO TO 0210-99-FIM                                      00003850
             END-IF.                                                    00003860
             IF WRK-ANOMES NOT NUMERIC                                  00003870
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003880
                 MOVE 02 TO REJ31-CODIGO-MOTIVO                         00003890
                 MOVE 'PERIODO (AAAAMM) INVALIDO' TO                    00003900
                     REJ31-DESCRICAO-MOTIVO                             00003910
                 GO TO 0210-99-FIM                                      00003920
             END-IF.                                                    00003930
             IF WRK-ANO < 2000 OR WRK-MES < 01 OR WRK-MES > 12          00003940
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003950
                 MOVE 02 TO REJ31-CODIGO-MOTIVO                         00003960
                 MOVE 'PERIODO (AAAAMM) INVALIDO' TO                    00003970
                     REJ31-DESCRICAO-MOTIVO                             00003980
                 GO TO 0210-99-FIM                                      00003990
             END-IF.                                                    00004000
             SET WRK-PERIODO-CADASTRADO TO TRUE.                        00004010
             MOVE WRK-ANOMES TO PER-ANOMES.                             00004020
             READ PERIODO                                               00004030
                 INVALID KEY                                            00004040
                     SET WRK-PERIODO-NOVO TO TRUE                       00004050
             END-READ.                                                  00004060
             IF WRK-PERIODO-CADASTRADO                                  00004070
                AND PER-SITUACAO EQUAL WRK-SITUACAO                     00004080
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004090
                 MOVE 03 TO REJ31-CODIGO-MOTIVO                         00004100
                 MOVE 'PERIODO JA ESTA NESTA SITUACAO' TO               00004110
                     REJ31-DESCRICAO-MOTIVO                             00004120
             END-IF.                                                    00004130
       0210-99-FIM.            EXIT.                                    00004140
      *---------------------------------------------------              00004150
       0209-AUTORIZAR-TRANSACAO           SECTION.                      00004160
      *    CONFERE NO SERVICO DE AUTORIZACAO SE O OPERADOR PODE         00004170
      *    LEVAR O PERIODO PARA A SITUACAO DO CARTAO (A/E/F) -          00004180
      *    NEGADO, O CARTAO E REJEITADO E AUDITADO COMO OS DEMAIS       00004190
      *    REJEITOS                                                     00004200
      *---------------------------------------------------              00004210
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00004220
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00004230
             MOVE WRK-SITUACAO     TO AUT-CHK-TRANSACAO.                00004240
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00004250
             IF NOT AUT-CHK-PERMITIDO                                   00004260
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004270
                 MOVE 04 TO REJ31-CODIGO-MOTIVO                         00004280
                 MOVE 'OPERADOR NAO AUTORIZADO' TO                      00004290
                     REJ31-DESCRICAO-MOTIVO                             00004300
             END-IF.                                                    00004310
      *---------------------------------------------------              00004320
       0212-GRAVA-PERIODO                 SECTION.                      00004330
      *    GRAVA A NOVA SITUACAO DO PERIODO JA LIDO EM 0210,            00004340
      *    GUARDANDO A ANTERIOR - MES AINDA SEM REGISTRO VINHA          00004350
      *    VALENDO COMO ABERTO                                          00004360
      *---------------------------------------------------              00004370
             IF WRK-PERIODO-CADASTRADO                                  00004380
                 MOVE PER-SITUACAO TO PER-SITUACAO-ANTERIOR             00004390
             ELSE                                                       00004400
                 MOVE SPACES       TO CPPER01-REGISTRO                  00004410
                 MOVE WRK-ANOMES   TO PER-ANOMES                        00004420
                 MOVE 'A'          TO PER-SITUACAO-ANTERIOR             00004430
             END-IF.                                                    00004440
             MOVE WRK-SITUACAO     TO PER-SITUACAO.                     00004450
             MOVE WRK-DATA-NEGOCIO TO PER-DATA-ALTERACAO.               00004460
             MOVE WRK-CAB-OPERADOR TO PER-OPERADOR.                     00004470
             MOVE WRK-OBSERVACAO   TO PER-OBSERVACAO.                   00004480
             IF WRK-PERIODO-CADASTRADO                                  00004490
                 REWRITE CPPER01-REGISTRO                               00004500
                     INVALID KEY                                        00004510
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004520
                 END-REWRITE                                            00004530
             ELSE                                                       00004540
                 WRITE CPPER01-REGISTRO                                 00004550
                     INVALID KEY                                        00004560
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004570
                 END-WRITE                                              00004580
             END-IF.                                                    00004590
             IF WRK-REGISTRO-INVALIDO                                   00004600
                 MOVE ' ERRO GRAVACAO PERIODO CONTABIL ' TO WRK-MSG     00004610
                 DISPLAY WRK-MSG                                        00004620
                 MOVE 05 TO REJ31-CODIGO-MOTIVO                         00004630
                 MOVE 'SITUACAO NAO GRAVADA' TO                         00004640
                     REJ31-DESCRICAO-MOTIVO                             00004650
             END-IF.                                                    00004660
      *---------------------------------------------------              00004670
       0220-GRAVA-REJEITO                 SECTION.                      00004680
             MOVE 'FR06CB30' TO REJ31-PROGRAMA.                         00004690
             MOVE WRK-REGISTRO TO REJ31-REGISTRO-ORIGINAL.              00004700
             WRITE CPREJ31-REGISTRO.                                    00004710
      *---------------------------------------------------              00004720
       0900-GRAVAR-AUDITORIA              SECTION.                      00004730
             MOVE 'FR06CB30' TO AUD-PROGRAMA.                           00004740
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004750
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004760
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004770
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004780
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004790
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004800
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004810
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004820
             WRITE CPAUD01-REGISTRO.                                    00004830
      *---------------------------------------------------              00004840
       0300-FINALIZAR                     SECTION.                      00004850
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004860
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004870
             PERFORM 0310-GRAVA-CONTROLE.                               00004880
             PERFORM 0400-LISTAR-PERIODOS.                              00004890
             MOVE WRK-CONT-LIDOS                                        00004900
                 TO WRK-STT-REGISTROS.                                  00004910
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004920
             CLOSE PERIODO.                                             00004930
             CLOSE REJEITO-INTAKE.                                      00004940
             CLOSE AUDITORIA.                                           00004950
             CLOSE ENTRADA-SYSIN.                                       00004960
             CLOSE RELPER.                                              00004970
             CLOSE CONTROLE.                                            00004980
             DISPLAY '==========================='.                     00004990
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00005000
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00005010
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00005020
             DISPLAY 'PERIODOS ABERTOS.: ' WRK-CONT-ABERTOS.            00005030
             DISPLAY 'EM FECHAMENTO....: ' WRK-CONT-EM-FECHAMENTO.      00005040
             DISPLAY 'PERIODOS FECHADOS: ' WRK-CONT-FECHADOS.           00005050
             DISPLAY '==========================='.                     00005060
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005070
             PERFORM 9000-TRATA-ERROS.                                  00005080
      *---------------------------------------------------              00005090
       0310-GRAVA-CONTROLE                SECTION.                      00005100
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005110
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005120
      *---------------------------------------------------              00005130
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005140
             MOVE SPACES              TO CTL-DATA-HORA.                 00005150
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005160
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005170
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005180
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005190
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005200
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005210
             MOVE ZERO                TO CTL-QTD-FONTES.                00005220
             WRITE CPCTRL01-REGISTRO.                                   00005230
      *---------------------------------------------------              00005240
       0400-LISTAR-PERIODOS               SECTION.                      00005250
      *    QUADRO DOS PERIODOS: PERCORRE O CONTROLE DE PERIODOS         00005260
      *    EM ORDEM DE AAAAMM E IMPRIME A SITUACAO DE CADA MES          00005270
      *    CADASTRADO, COM A SITUACAO ANTERIOR E QUEM ALTEROU           00005280
      *---------------------------------------------------              00005290
             MOVE WRK-DATA-NEGOCIO TO WRK-REL-DATA.                     00005300
             WRITE REL-LINHA FROM WRK-CABEC1.                           00005310
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005320
             WRITE REL-LINHA FROM WRK-CABEC2.                           00005330
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005340
             MOVE ZEROS TO PER-ANOMES.                                  00005350
             START PERIODO KEY IS NOT LESS THAN PER-ANOMES              00005360
                 INVALID KEY                                            00005370
                     MOVE '10' TO WRK-FS-PERIODO                        00005380
             END-START.                                                 00005390
             PERFORM 0410-LISTAR-UM-PERIODO                             00005400
                 UNTIL WRK-FS-PERIODO NOT EQUAL ZEROS.                  00005410
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005420
             MOVE SPACES TO WRK-RODAPE.                                 00005430
             MOVE 'PERIODOS ABERTOS...............:'                    00005440
                 TO WRK-ROD-TITULO.                                     00005450
             MOVE WRK-CONT-ABERTOS TO WRK-ROD-TOTAL.                    00005460
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005470
             MOVE 'PERIODOS EM FECHAMENTO.........:'                    00005480
                 TO WRK-ROD-TITULO.                                     00005490
             MOVE WRK-CONT-EM-FECHAMENTO TO WRK-ROD-TOTAL.              00005500
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005510
             MOVE 'PERIODOS FECHADOS..............:'                    00005520
                 TO WRK-ROD-TITULO.                                     00005530
             MOVE WRK-CONT-FECHADOS TO WRK-ROD-TOTAL.                   00005540
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005550
             MOVE 'CARTOES REJEITADOS NO DIA......:'                    00005560
                 TO WRK-ROD-TITULO.                                     00005570
             MOVE WRK-CONT-REJEITADOS TO WRK-ROD-TOTAL.                 00005580
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005590
      *---------------------------------------------------              00005600
       0410-LISTAR-UM-PERIODO             SECTION.                      00005610
             READ PERIODO NEXT RECORD.                                  00005620
             IF WRK-FS-PERIODO NOT EQUAL ZEROS                          00005630
                 GO TO 0410-99-FIM                                      00005640
             END-IF.                                                    00005650
             EVALUATE TRUE                                              00005660
                 WHEN PER-ABERTO                                        00005670
                     ADD 1 TO WRK-CONT-ABERTOS                          00005680
                 WHEN PER-EM-FECHAMENTO                                 00005690
                     ADD 1 TO WRK-CONT-EM-FECHAMENTO                    00005700
                 WHEN PER-FECHADO                                       00005710
                     ADD 1 TO WRK-CONT-FECHADOS                         00005720
             END-EVALUATE.                                              00005730
             MOVE PER-ANOMES            TO WRK-DET-ANOMES.              00005740
             MOVE PER-SITUACAO          TO WRK-NOM-CODIGO.              00005750
             PERFORM 0420-NOMEAR-SITUACAO.                              00005760
             MOVE WRK-NOM-TEXTO         TO WRK-DET-SITUACAO.            00005770
             MOVE PER-SITUACAO-ANTERIOR TO WRK-NOM-CODIGO.              00005780
             PERFORM 0420-NOMEAR-SITUACAO.                              00005790
             MOVE WRK-NOM-TEXTO         TO WRK-DET-ANTERIOR.            00005800
             MOVE PER-DATA-ALTERACAO    TO WRK-DET-DATA.                00005810
             MOVE PER-OPERADOR          TO WRK-DET-OPERADOR.            00005820
             MOVE PER-OBSERVACAO        TO WRK-DET-OBSERVACAO.          00005830
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005840
       0410-99-FIM.            EXIT.                                    00005850
      *---------------------------------------------------              00005860
       0420-NOMEAR-SITUACAO               SECTION.                      00005870
             EVALUATE WRK-NOM-CODIGO                                    00005880
                 WHEN 'A'                                               00005890
                     MOVE 'ABERTO'        TO WRK-NOM-TEXTO              00005900
                 WHEN 'E'                                               00005910
                     MOVE 'EM FECHAMENTO' TO WRK-NOM-TEXTO              00005920
                 WHEN 'F'                                               00005930
                     MOVE 'FECHADO'       TO WRK-NOM-TEXTO              00005940
                 WHEN OTHER                                             00005950
                     MOVE SPACES          TO WRK-NOM-TEXTO              00005960
             END-EVALUATE.                                              00005970
      *---------------------------------------------------              00005980
       9000-TRATA-ERROS                   SECTION.                      00005990
      *---------------------------------------------------              00006000
             PERFORM 9050-GRAVAR-ERRLOG.                                00006010
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006020
             STOP RUN.                                                  00006030
      *--------------------------------------------------------------   00006040
       9000-99-FIM.            EXIT.                                    00006050
      *--------------------------------------------------------------   00006060
