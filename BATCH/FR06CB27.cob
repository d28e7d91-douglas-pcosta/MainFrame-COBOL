      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB27.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: APROVACAO (DUPLA CUSTODIA) DAS ALTERACOES         00000120
      *               SENSIVEIS DE MASTER RETIDAS PELAS                 00000130
      *               MANUTENCOES (LIMITE DE CREDITO - FR05CB05,        00000140
      *               PRECO UNITARIO - FR05CB12, EXCLUSAO DE            00000150
      *               CATEGORIA - FR05CB30, EXCLUSAO DE MAPEAMENTO      00000160
      *               CONTABIL - FR05CB82, AUTORIZACAO DE OPERADOR      00000170
      *               - FR05CB86). CADA CARTAO DA SYSIN TRAZ A          00000180
      *               DECISAO (A = APROVAR, R = REJEITAR), O NUMERO     00000190
      *               DA PENDENCIA E UMA OBSERVACAO. O APROVADOR        00000200
      *               (OPERADOR DO JOB) TEM DE SER DIFERENTE DE QUEM    00000210
      *               SOLICITOU E ESTAR AUTORIZADO NO MASTER DE         00000220
      *               AUTORIZACAO PARA ESTE PROGRAMA E PARA O TIPO      00000230
      *               DE DECISAO. O CARTAO APROVADO E APLICADO NA       00000240
      *               PROXIMA EXECUCAO DO PROGRAMA DE ORIGEM. AO        00000250
      *               FINAL, LISTA AS PENDENCIAS EM ABERTO E AS         00000260
      *               APROVADAS AINDA NAO APLICADAS                     00000270
      *-------------------------------------------------------*         00000280
      *     HISTORICO DE ALTERACOES                                     00000290
      *     DATA        AUTOR   DESCRICAO                               00000300
      *     ----------  ------  --------------------------------        00000310
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000320
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000330
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000340
      *=======================================================*         00000350
                                                                        00000360
      *=======================================================*         00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=======================================================*         00000390
       INPUT-OUTPUT                              SECTION.               00000400
       FILE-CONTROL.                                                    00000410
             SELECT APROVACAO ASSIGN TO ARQAPV                          00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS APV-NUMERO                              00000450
                FILE STATUS  IS WRK-FS-APROVACAO.                       00000460
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
             SELECT RELAPV ASSIGN TO ARQRPT                             00000570
                FILE STATUS  IS WRK-FS-RELATORIO.                       00000580
                                                                        00000590
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS CKP-PROGRAMA                            00000630
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000640
                                                                        00000650
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000660
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000670
                                                                        00000680
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS CAL-DATA                                00000720
                FILE STATUS  IS WRK-FS-CALEND.                          00000730
                                                                        00000740
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000750
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000760
                                                                        00000770
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000780
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000790
      *=======================================================*         00000800
       DATA                                      DIVISION.              00000810
      *=======================================================*         00000820
       FILE                                      SECTION.               00000830
       FD ENTRADA-SYSIN                                                 00000840
           RECORDING MODE IS F                                          00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
       01 SYSIN-REGISTRO             PIC X(080).                        00000870
                                                                        00000880
       FD APROVACAO.                                                    00000890
           COPY CPAPV01.                                                00000900
                                                                        00000910
       FD REJEITO-INTAKE                                                00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPREJ30.                                                00000950
                                                                        00000960
       FD AUDITORIA                                                     00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
           COPY CPAUD01.                                                00001000
                                                                        00001010
       FD RELAPV                                                        00001020
           RECORDING MODE IS F                                          00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
       01 REL-LINHA                  PIC X(132).                        00001050
                                                                        00001060
       FD CHECKPT.                                                      00001070
           COPY CPCKPT01.                                               00001080
                                                                        00001090
       FD ERRLOG.                                                       00001100
           COPY CPERRL01.                                               00001110
                                                                        00001120
       FD CALENDARIO.                                                   00001130
           COPY CPCAL01.                                                00001140
                                                                        00001150
       FD ESTATIS                                                       00001160
           RECORDING MODE IS F                                          00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
           COPY CPSTA01.                                                00001190
                                                                        00001200
       FD CONTROLE                                                      00001210
           RECORDING MODE IS F                                          00001220
           BLOCK CONTAINS 0 RECORDS.                                    00001230
           COPY CPCTRL01.                                               00001240
                                                                        00001250
       WORKING-STORAGE                           SECTION.               00001260
       01 WRK-REGISTRO.                                                 00001270
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001280
             88 WRK-TRANS-APROVACAO           VALUE 'A'.                00001290
             88 WRK-TRANS-REJEICAO            VALUE 'R'.                00001300
          05 WRK-NUMERO      PIC 9(005)       VALUE ZEROS.              00001310
          05 WRK-OBSERVACAO  PIC X(040)       VALUE SPACES.             00001320
          05 FILLER          PIC X(034)       VALUE SPACES.             00001330
                                                                        00001340
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001350
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001360
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001370
       77 WRK-FS-RELATORIO         PIC X(02) VALUE SPACES.              00001380
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001390
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001400
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001410
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001420
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001430
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001440
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001450
       77 WRK-CONT-APROVADAS       PIC 9(07) COMP VALUE ZERO.           00001460
       77 WRK-CONT-RECUSADAS       PIC 9(07) COMP VALUE ZERO.           00001470
       77 WRK-CONT-PENDENTES       PIC 9(07) COMP VALUE ZERO.           00001480
       77 WRK-CONT-A-APLICAR       PIC 9(07) COMP VALUE ZERO.           00001490
       01 WRK-SW-VALIDO.                                                00001500
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001510
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001520
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001530
      *---------------------------------------------------              00001540
      *    LINHAS DA LISTA DIARIA DE PENDENCIAS                         00001550
      *---------------------------------------------------              00001560
       01 WRK-SEPARA.                                                   00001570
          05 FILLER PIC X(132) VALUE ALL '='.                           00001580
                                                                        00001590
       01 WRK-CABEC1.                                                   00001600
          05 FILLER               PIC X(51) VALUE                       00001610
             'ALTERACOES SENSIVEIS AGUARDANDO APROVACAO - DATA: '.      00001620
          05 WRK-REL-DATA         PIC 9(08).                            00001630
                                                                        00001640
       01 WRK-CABEC2.                                                   00001650
          05 FILLER PIC X(08) VALUE 'NUMERO'.                           00001660
          05 FILLER PIC X(10) VALUE 'PROGRAMA'.                         00001670
          05 FILLER PIC X(05) VALUE 'REGRA'.                            00001680
          05 FILLER PIC X(29) VALUE 'CHAVE'.                            00001690
          05 FILLER PIC X(16) VALUE ' VALOR ANTERIOR'.                  00001700
          05 FILLER PIC X(17) VALUE '     VALOR NOVO'.                  00001710
          05 FILLER PIC X(21) VALUE 'SOLICITANTE'.                      00001720
          05 FILLER PIC X(10) VALUE 'SOLICITADA'.                       00001730
          05 FILLER PIC X(14) VALUE 'SITUACAO'.                         00001740
                                                                        00001750
       01 WRK-DETALHE.                                                  00001760
          05 FILLER               PIC X(01) VALUE SPACES.               00001770
          05 WRK-DET-NUMERO       PIC 9(05).                            00001780
          05 FILLER               PIC X(02) VALUE SPACES.               00001790
          05 WRK-DET-PROGRAMA     PIC X(08).                            00001800
          05 FILLER               PIC X(02) VALUE SPACES.               00001810
          05 WRK-DET-REGRA        PIC X(02).                            00001820
          05 FILLER               PIC X(03) VALUE SPACES.               00001830
          05 WRK-DET-CHAVE        PIC X(29).                            00001840
          05 WRK-DET-VALORES.                                           00001850
             10 WRK-DET-VALOR-ANT PIC -ZZZ,ZZZ,ZZ9.99.                  00001860
             10 FILLER            PIC X(01) VALUE SPACES.               00001870
             10 WRK-DET-VALOR-NOVO PIC -ZZZ,ZZZ,ZZ9.99.                 00001880
          05 FILLER               PIC X(02) VALUE SPACES.               00001890
          05 WRK-DET-SOLICITANTE  PIC X(20).                            00001900
          05 FILLER               PIC X(01) VALUE SPACES.               00001910
          05 WRK-DET-DATA         PIC 9(08).                            00001920
          05 FILLER               PIC X(02) VALUE SPACES.               00001930
          05 WRK-DET-SITUACAO     PIC X(16).                            00001940
                                                                        00001950
       01 WRK-RODAPE.                                                   00001960
          05 FILLER               PIC X(32) VALUE SPACES.               00001970
          05 FILLER               PIC X(01) VALUE SPACES.               00001980
          05 WRK-ROD-TOTAL        PIC Z(8)9.                            00001990
       01 WRK-RODAPE-R REDEFINES WRK-RODAPE.                            00002000
          05 WRK-ROD-TITULO       PIC X(32).                            00002010
          05 FILLER               PIC X(10).                            00002020
       COPY CPAPV02.                                                    00002030
       COPY CPAUT02.                                                    00002040
       COPY CPAUD02.                                                    00002050
       COPY CPCAB01.                                                    00002060
       COPY CPCKP01.                                                    00002070
       COPY CPERR01.                                                    00002080
       COPY CPDTA01.                                                    00002090
       COPY CPSTT01.                                                    00002100
      *---------------------------------------------------              00002110
       LINKAGE                                    SECTION.              00002120
      *---------------------------------------------------              00002130
       01 WRK-PARM-RESTART.                                             00002140
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002150
          05 WRK-PARM-DADOS           PIC X(66).                        00002160
      *=========================================*                       00002170
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002180
      *=========================================*                       00002190
                                                                        00002200
      *---------------------------------------------------              00002210
       0000-PRINCIPAL                     SECTION.                      00002220
      *---------------------------------------------------              00002230
             PERFORM 0100-INICIAR.                                      00002240
             PERFORM 0200-PROCESSAR                                     00002250
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002260
             PERFORM 0300-FINALIZAR.                                    00002270
      *---------------------------------------------------              00002280
       0000-99-FIM.            EXIT.                                    00002290
      *---------------------------------------------------              00002300
                                                                        00002310
       0100-INICIAR                       SECTION.                      00002320
             MOVE 'FR06CB27' TO WRK-CAB-PROGRAMA.                       00002330
             PERFORM 0101-CABECALHO-PADRAO.                             00002340
             PERFORM 0135-CONFERIR-ACESSO.                              00002350
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002360
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002370
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002380
             PERFORM 0102-INTERPRETAR-PARM.                             00002390
             PERFORM 0140-ABRIR-APROVACAO.                              00002400
             OPEN INPUT ENTRADA-SYSIN.                                  00002410
             PERFORM 0105-ABRIR-AUDITORIA.                              00002420
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002430
             PERFORM 0104-POSICIONAR-RESTART.                           00002440
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002450
                 OPEN EXTEND REJEITO-INTAKE                             00002460
                 OPEN EXTEND CONTROLE                                   00002470
             ELSE                                                       00002480
                 OPEN OUTPUT REJEITO-INTAKE                             00002490
                 OPEN OUTPUT CONTROLE                                   00002500
             END-IF.                                                    00002510
             OPEN OUTPUT RELAPV.                                        00002520
             PERFORM 0110-TESTAR-STATUS.                                00002530
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002540
      *---------------------------------------------------              00002550
       0100-99-FIM.            EXIT.                                    00002560
      *---------------------------------------------------              00002570
           COPY CPCAB02.                                                00002580
       COPY CPCKP02.                                                    00002590
           COPY CPERR02.                                                00002600
           COPY CPDTA02.                                                00002610
           COPY CPSTT02.                                                00002620
           COPY CPAUD03.                                                00002630
      *---------------------------------------------------              00002640
       0105-ABRIR-AUDITORIA               SECTION.                      00002650
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002660
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002670
      *---------------------------------------------------              00002680
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002690
             OPEN EXTEND AUDITORIA.                                     00002700
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002710
                 OPEN OUTPUT AUDITORIA                                  00002720
                 CLOSE AUDITORIA                                        00002730
                 OPEN EXTEND AUDITORIA                                  00002740
             END-IF.                                                    00002750
      *---------------------------------------------------              00002760
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002770
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002780
      *    ULTIMO CHECKPOINT                                            00002790
      *---------------------------------------------------              00002800
             PERFORM 0108-PULAR-UM-CARTAO                               00002810
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002820
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002830
      *---------------------------------------------------              00002840
       0108-PULAR-UM-CARTAO               SECTION.                      00002850
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002860
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002870
                 ADD 1 TO WRK-CONT-LIDOS                                00002880
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002890
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002900
             END-IF.                                                    00002910
                                                                        00002920
       0110-TESTAR-STATUS                 SECTION.                      00002930
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002940
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002950
                 PERFORM 9000-TRATA-ERROS                               00002960
             END-IF.                                                    00002970
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002980
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002990
                 PERFORM 9000-TRATA-ERROS                               00003000
             END-IF.                                                    00003010
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003020
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003030
                 PERFORM 9000-TRATA-ERROS                               00003040
             END-IF.                                                    00003050
             IF WRK-FS-RELATORIO NOT EQUAL ZEROS                        00003060
                 MOVE ' ERRO OPEN RELAPV ' TO WRK-MSG                   00003070
                 PERFORM 9000-TRATA-ERROS                               00003080
             END-IF.                                                    00003090
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003100
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003110
                 PERFORM 9000-TRATA-ERROS                               00003120
             END-IF.                                                    00003130
      *---------------------------------------------------              00003140
       0135-CONFERIR-ACESSO               SECTION.                      00003150
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00003160
      *    OPERADOR DO JOB PODE APROVAR. SEM O MASTER DE                00003170
      *    AUTORIZACAO NAO HA COMO SEPARAR SOLICITANTE E                00003180
      *    APROVADOR - O JOB TERMINA COM RC=12, ASSIM COMO NO           00003190
      *    OPERADOR NEGADO                                              00003200
      *---------------------------------------------------              00003210
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00003220
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00003230
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00003240
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00003250
             EVALUATE TRUE                                              00003260
                 WHEN AUT-CHK-PERMITIDO                                 00003270
                     CONTINUE                                           00003280
                 WHEN AUT-CHK-SEM-MASTER                                00003290
                     MOVE 12 TO RETURN-CODE                             00003300
                     MOVE ' ERRO SEM MASTER DE AUTORIZACAO '            00003310
                         TO WRK-MSG                                     00003320
                     PERFORM 9000-TRATA-ERROS                           00003330
                 WHEN OTHER                                             00003340
                     MOVE 12 TO RETURN-CODE                             00003350
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00003360
                         TO WRK-MSG                                     00003370
                     PERFORM 9000-TRATA-ERROS                           00003380
             END-EVALUATE.                                              00003390
      *---------------------------------------------------              00003400
       0140-ABRIR-APROVACAO               SECTION.                      00003410
      *    ABRE O ARQUIVO DE PENDENCIAS EM I-O, CRIANDO-O NA            00003420
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003430
      *---------------------------------------------------              00003440
             OPEN I-O APROVACAO.                                        00003450
             IF WRK-FS-APROVACAO EQUAL '35'                             00003460
                 OPEN OUTPUT APROVACAO                                  00003470
                 CLOSE APROVACAO                                        00003480
                 OPEN I-O APROVACAO                                     00003490
             END-IF.                                                    00003500
             IF WRK-FS-APROVACAO NOT EQUAL ZEROS                        00003510
                 MOVE ' ERRO OPEN APROVACAO ' TO WRK-MSG                00003520
                 PERFORM 9000-TRATA-ERROS                               00003530
             END-IF.                                                    00003540
      *---------------------------------------------------              00003550
       0200-PROCESSAR                     SECTION.                      00003560
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003570
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003580
                 ADD 1 TO WRK-CONT-LIDOS                                00003590
                 PERFORM 0210-VALIDAR-REGISTRO                          00003600
                 IF WRK-REGISTRO-VALIDO                                 00003610
                     PERFORM 0212-GRAVA-DECISAO                         00003620
                 END-IF                                                 00003630
                 IF WRK-REGISTRO-VALIDO                                 00003640
                     ADD 1 TO WRK-CONT-ACEITOS                          00003650
                     SET AUD-ACEITO TO TRUE                             00003660
                 ELSE                                                   00003670
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003680
                     PERFORM 0220-GRAVA-REJEITO                         00003690
                     SET AUD-REJEITADO TO TRUE                          00003700
                 END-IF                                                 00003710
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003720
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003730
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003740
             END-IF.                                                    00003750
      *---------------------------------------------------              00003760
       0210-VALIDAR-REGISTRO              SECTION.                      00003770
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003780
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003790
                WRK-TIPO-TRANS NOT EQUAL 'R'                            00003800
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003810
                 MOVE 01 TO REJ30-CODIGO-MOTIVO                         00003820
                 MOVE 'CODIGO DE DECISAO INVALIDO' TO                   00003830
                     REJ30-DESCRICAO-MOTIVO                             00003840
                 GO TO 0210-99-FIM                                      00003850
             END-IF.                                                    00003860
             PERFORM 0209-AUTORIZAR-TRANSACAO.                          00003870
             IF WRK-REGISTRO-INVALIDO                                   00003880
                 GO TO 0210-99-FIM                                      00003890
             END-IF.                                                    00003900
             IF WRK-NUMERO NOT NUMERIC                                  00003910
                OR WRK-NUMERO EQUAL ZEROS                               00003920
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003930
                 MOVE 02 TO REJ30-CODIGO-MOTIVO                         00003940
                 MOVE 'NUMERO DA PENDENCIA INVALIDO' TO                 00003950
                     REJ30-DESCRICAO-MOTIVO                             00003960
                 GO TO 0210-99-FIM                                      00003970
             END-IF.                                                    00003980
             MOVE WRK-NUMERO TO APV-NUMERO.                             00003990
             READ APROVACAO                                             00004000
                 INVALID KEY                                            00004010
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004020
                     MOVE 02 TO REJ30-CODIGO-MOTIVO                     00004030
                     MOVE 'PENDENCIA NAO CADASTRADA' TO                 00004040
                         REJ30-DESCRICAO-MOTIVO                         00004050
             END-READ.                                                  00004060
             IF WRK-REGISTRO-INVALIDO                                   00004070
                 GO TO 0210-99-FIM                                      00004080
             END-IF.                                                    00004090
             IF NOT APV-PENDENTE                                        00004100
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004110
                 MOVE 03 TO REJ30-CODIGO-MOTIVO                         00004120
                 MOVE 'PENDENCIA JA DECIDIDA' TO                        00004130
                     REJ30-DESCRICAO-MOTIVO                             00004140
             ELSE IF APV-SOLICITANTE EQUAL WRK-CAB-OPERADOR             00004150
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004160
                 MOVE 04 TO REJ30-CODIGO-MOTIVO                         00004170
                 MOVE 'APROVADOR IGUAL AO SOLICITANTE' TO               00004180
                     REJ30-DESCRICAO-MOTIVO                             00004190
             END-IF END-IF.                                             00004200
       0210-99-FIM.            EXIT.                                    00004210
      *---------------------------------------------------              00004220
       0209-AUTORIZAR-TRANSACAO           SECTION.                      00004230
      *    CONFERE NO SERVICO DE AUTORIZACAO SE O OPERADOR PODE         00004240
      *    TOMAR O TIPO DE DECISAO DO CARTAO (A/R) - NEGADO, O          00004250
      *    CARTAO E REJEITADO E AUDITADO COMO OS DEMAIS REJEITOS        00004260
      *---------------------------------------------------              00004270
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00004280
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00004290
             MOVE WRK-TIPO-TRANS   TO AUT-CHK-TRANSACAO.                00004300
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00004310
             IF NOT AUT-CHK-PERMITIDO                                   00004320
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004330
                 MOVE 05 TO REJ30-CODIGO-MOTIVO                         00004340
                 MOVE 'OPERADOR NAO AUTORIZADO' TO                      00004350
                     REJ30-DESCRICAO-MOTIVO                             00004360
             END-IF.                                                    00004370
      *---------------------------------------------------              00004380
       0212-GRAVA-DECISAO                 SECTION.                      00004390
      *    REGISTRA A DECISAO NA PENDENCIA JA LIDA EM 0210. A           00004400
      *    APLICACAO DO CARTAO APROVADO FICA COM O PROGRAMA DE          00004410
      *    ORIGEM, NA SUA PROXIMA EXECUCAO                              00004420
      *---------------------------------------------------              00004430
             IF WRK-TRANS-APROVACAO                                     00004440
                 SET APV-APROVADO  TO TRUE                              00004450
                 ADD 1 TO WRK-CONT-APROVADAS                            00004460
             ELSE                                                       00004470
                 SET APV-REJEITADO TO TRUE                              00004480
                 ADD 1 TO WRK-CONT-RECUSADAS                            00004490
             END-IF.                                                    00004500
             MOVE WRK-CAB-OPERADOR TO APV-APROVADOR.                    00004510
             MOVE WRK-DATA-NEGOCIO TO APV-DATA-DECISAO.                 00004520
             MOVE WRK-OBSERVACAO   TO APV-OBSERVACAO.                   00004530
             REWRITE CPAPV01-REGISTRO                                   00004540
                 INVALID KEY                                            00004550
                     MOVE ' ERRO REWRITE APROVACAO ' TO WRK-MSG         00004560
                     DISPLAY WRK-MSG                                    00004570
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004580
                     MOVE 06 TO REJ30-CODIGO-MOTIVO                     00004590
                     MOVE 'DECISAO NAO GRAVADA' TO                      00004600
                         REJ30-DESCRICAO-MOTIVO                         00004610
             END-REWRITE.                                               00004620
             IF WRK-REGISTRO-INVALIDO                                   00004630
                 IF WRK-TRANS-APROVACAO                                 00004640
                     SUBTRACT 1 FROM WRK-CONT-APROVADAS                 00004650
                 ELSE                                                   00004660
                     SUBTRACT 1 FROM WRK-CONT-RECUSADAS                 00004670
                 END-IF                                                 00004680
             END-IF.                                                    00004690
      *---------------------------------------------------              00004700
       0220-GRAVA-REJEITO                 SECTION.                      00004710
             MOVE 'FR06CB27' TO REJ30-PROGRAMA.                         00004720
             MOVE WRK-REGISTRO TO REJ30-REGISTRO-ORIGINAL.              00004730
             WRITE CPREJ30-REGISTRO.                                    00004740
      *---------------------------------------------------              00004750
       0900-GRAVAR-AUDITORIA              SECTION.                      00004760
             MOVE 'FR06CB27' TO AUD-PROGRAMA.                           00004770
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004780
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004790
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004800
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004810
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004820
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004830
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004840
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004850
             WRITE CPAUD01-REGISTRO.                                    00004860
      *---------------------------------------------------              00004870
       0300-FINALIZAR                     SECTION.                      00004880
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004890
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004900
             PERFORM 0310-GRAVA-CONTROLE.                               00004910
             PERFORM 0400-LISTAR-PENDENCIAS.                            00004920
             MOVE WRK-CONT-LIDOS                                        00004930
                 TO WRK-STT-REGISTROS.                                  00004940
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004950
             CLOSE APROVACAO.                                           00004960
             CLOSE REJEITO-INTAKE.                                      00004970
             CLOSE AUDITORIA.                                           00004980
             CLOSE ENTRADA-SYSIN.                                       00004990
             CLOSE RELAPV.                                              00005000
             CLOSE CONTROLE.                                            00005010
             DISPLAY '==========================='.                     00005020
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00005030
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00005040
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00005050
             DISPLAY 'TOTAL APROVADAS..: ' WRK-CONT-APROVADAS.          00005060
             DISPLAY 'TOTAL RECUSADAS..: ' WRK-CONT-RECUSADAS.          00005070
             DISPLAY 'TOTAL PENDENTES..: ' WRK-CONT-PENDENTES.          00005080
             DISPLAY 'TOTAL A APLICAR..: ' WRK-CONT-A-APLICAR.          00005090
             DISPLAY '==========================='.                     00005100
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005110
             PERFORM 9000-TRATA-ERROS.                                  00005120
      *---------------------------------------------------              00005130
       0310-GRAVA-CONTROLE                SECTION.                      00005140
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005150
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005160
      *---------------------------------------------------              00005170
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005180
             MOVE SPACES              TO CTL-DATA-HORA.                 00005190
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005200
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005210
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005220
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005230
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005240
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005250
             MOVE ZERO                TO CTL-QTD-FONTES.                00005260
             WRITE CPCTRL01-REGISTRO.                                   00005270
      *---------------------------------------------------              00005280
       0400-LISTAR-PENDENCIAS             SECTION.                      00005290
      *    LISTA DIARIA: PERCORRE O ARQUIVO DE PENDENCIAS E             00005300
      *    IMPRIME AS AINDA NAO DECIDIDAS E AS APROVADAS QUE            00005310
      *    AGUARDAM A PROXIMA EXECUCAO DO PROGRAMA DE ORIGEM            00005320
      *---------------------------------------------------              00005330
             MOVE WRK-DATA-NEGOCIO TO WRK-REL-DATA.                     00005340
             WRITE REL-LINHA FROM WRK-CABEC1.                           00005350
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005360
             WRITE REL-LINHA FROM WRK-CABEC2.                           00005370
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005380
             MOVE ZEROS TO APV-NUMERO.                                  00005390
             START APROVACAO KEY IS NOT LESS THAN APV-NUMERO            00005400
                 INVALID KEY                                            00005410
                     MOVE '10' TO WRK-FS-APROVACAO                      00005420
             END-START.                                                 00005430
             PERFORM 0410-LISTAR-UMA-PENDENCIA                          00005440
                 UNTIL WRK-FS-APROVACAO NOT EQUAL ZEROS.                00005450
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005460
             MOVE SPACES TO WRK-RODAPE.                                 00005470
             MOVE 'TOTAL PENDENTES DE DECISAO.....:'                    00005480
                 TO WRK-ROD-TITULO.                                     00005490
             MOVE WRK-CONT-PENDENTES TO WRK-ROD-TOTAL.                  00005500
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005510
             MOVE 'TOTAL APROVADAS A APLICAR......:'                    00005520
                 TO WRK-ROD-TITULO.                                     00005530
             MOVE WRK-CONT-A-APLICAR TO WRK-ROD-TOTAL.                  00005540
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005550
             MOVE 'DECISOES DO DIA - APROVADAS....:'                    00005560
                 TO WRK-ROD-TITULO.                                     00005570
             MOVE WRK-CONT-APROVADAS TO WRK-ROD-TOTAL.                  00005580
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005590
             MOVE 'DECISOES DO DIA - REJEITADAS...:'                    00005600
                 TO WRK-ROD-TITULO.                                     00005610
             MOVE WRK-CONT-RECUSADAS TO WRK-ROD-TOTAL.                  00005620
             WRITE REL-LINHA FROM WRK-RODAPE.                           00005630
      *---------------------------------------------------              00005640
       0410-LISTAR-UMA-PENDENCIA          SECTION.                      00005650
             READ APROVACAO NEXT RECORD.                                00005660
             IF WRK-FS-APROVACAO NOT EQUAL ZEROS                        00005670
                 GO TO 0410-99-FIM                                      00005680
             END-IF.                                                    00005690
             IF NOT APV-PENDENTE AND NOT APV-APROVADO                   00005700
                 GO TO 0410-99-FIM                                      00005710
             END-IF.                                                    00005720
             MOVE APV-NUMERO           TO WRK-DET-NUMERO.               00005730
             MOVE APV-PROGRAMA         TO WRK-DET-PROGRAMA.             00005740
             MOVE APV-REGRA            TO WRK-DET-REGRA.                00005750
             MOVE APV-CHAVE            TO WRK-DET-CHAVE.                00005760
             IF APV-REGRA-LIMITE OR APV-REGRA-PRECO                     00005770
                 MOVE APV-VALOR-ANTERIOR TO WRK-DET-VALOR-ANT           00005780
                 MOVE APV-VALOR-NOVO     TO WRK-DET-VALOR-NOVO          00005790
             ELSE                                                       00005800
                 MOVE SPACES TO WRK-DET-VALORES                         00005810
             END-IF.                                                    00005820
             MOVE APV-SOLICITANTE      TO WRK-DET-SOLICITANTE.          00005830
             MOVE APV-DATA-SOLICITACAO TO WRK-DET-DATA.                 00005840
             IF APV-PENDENTE                                            00005850
                 MOVE 'PENDENTE'         TO WRK-DET-SITUACAO            00005860
                 ADD 1 TO WRK-CONT-PENDENTES                            00005870
             ELSE                                                       00005880
                 MOVE 'APROVADA-APLICAR' TO WRK-DET-SITUACAO            00005890
                 ADD 1 TO WRK-CONT-A-APLICAR                            00005900
             END-IF.                                                    00005910
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005920
       0410-99-FIM.            EXIT.                                    00005930
      *---------------------------------------------------              00005940
       9000-TRATA-ERROS                   SECTION.                      00005950
      *---------------------------------------------------              00005960
             PERFORM 9050-GRAVAR-ERRLOG.                                00005970
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005980
             STOP RUN.                                                  00005990
      *--------------------------------------------------------------   00006000
       9000-99-FIM.            EXIT.                                    00006010
      *--------------------------------------------------------------   00006020
