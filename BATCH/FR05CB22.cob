      *                         UMA MESMA DATA DE NEGOCIO EM DOIS       00000630
      *                         MESES NO FECHAMENTO (FR05CB74)          00000640
      *                         QUANDO A CADEIA VIRAVA A MEIA-NOITE     00000650
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000660
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000670
      *                         O LIVRO (LMV-DATA) E CARIMBADO NO       00000680
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000690
      *                         CADA MOVIMENTO VAI PARA O ARQUIVO DE    00000700
      *                         DESVIOS (CPDSV01); EM FECHAMENTO O      00000710
      *                         MOVIMENTO E REJEITADO (MOTIVO 09)       00000720
      *     15/10/2026  IVS     DESVIO DE PERIODO GRAVA O VALOR DO      00000730
      *                         MOVIMENTO A CUSTO (QUANTIDADE X         00000740
      *                         PRDM-CUSTO-UNIT) EM VEZ DA QUANTIDADE   00000750
      *=======================================================*         00000760
                                                                        00000770
      *=======================================================*         00000780
       ENVIRONMENT                               DIVISION.              00000790
      *=======================================================*         00000800
       INPUT-OUTPUT                              SECTION.               00000810
       FILE-CONTROL.                                                    00000820
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000830
                ORGANIZATION IS INDEXED                                 00000840
                ACCESS MODE  IS DYNAMIC                                 00000850
                RECORD KEY   IS PRDM-CODIGO                             00000860
                FILE STATUS  IS WRK-FS-PRDM.                            00000870
                                                                        00000880
             SELECT MOVIMENTO ASSIGN TO ARQMOV                          00000890
                FILE STATUS  IS WRK-FS-MOVIMENTO.                       00000900
                                                                        00000910
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000920
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000930
                                                                        00000940
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000950
                ORGANIZATION IS INDEXED                                 00000960
                ACCESS MODE  IS DYNAMIC                                 00000970
                RECORD KEY   IS SLD-CHAVE                               00000980
                FILE STATUS  IS WRK-FS-SALDOS.                          00000990
                                                                        00001000
             SELECT LOTES    ASSIGN TO ARQLOT                           00001010
                ORGANIZATION IS INDEXED                                 00001020
                ACCESS MODE  IS DYNAMIC                                 00001030
                RECORD KEY   IS LOT-CHAVE                               00001040
                FILE STATUS  IS WRK-FS-LOTES.                           00001050
                                                                        00001060
             SELECT REJEITO-MOVTO ASSIGN TO ARQREJI                     00001070
                FILE STATUS  IS WRK-FS-REJEITO.                         00001080
                                                                        00001090
             SELECT PERIODO  ASSIGN TO ARQPER                           00001100
                ORGANIZATION IS INDEXED                                 00001110
                ACCESS MODE  IS DYNAMIC                                 00001120
                RECORD KEY   IS PER-ANOMES                              00001130
                FILE STATUS  IS WRK-FS-PERIODO.                         00001140
                                                                        00001150
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001160
                FILE STATUS  IS WRK-FS-DESVIO.                          00001170
                                                                        00001180
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001190
                ORGANIZATION IS INDEXED                                 00001200
                ACCESS MODE  IS DYNAMIC                                 00001210
                RECORD KEY   IS CKP-PROGRAMA                            00001220
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001230
                                                                        00001240
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001250
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001260
                                                                        00001270
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001280
                ORGANIZATION IS INDEXED                                 00001290
                ACCESS MODE  IS DYNAMIC                                 00001300
                RECORD KEY   IS CAL-DATA                                00001310
                FILE STATUS  IS WRK-FS-CALEND.                          00001320
                                                                        00001330
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001340
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001350
                                                                        00001360
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001370
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001380
      *=======================================================*         00001390
       DATA                                      DIVISION.              00001400
      *=======================================================*         00001410
       FILE                                      SECTION.               00001420
       FD PRODUTO-MASTER.                                               00001430
           COPY CPPRDM01.                                               00001440
                                                                        00001450
       FD MOVIMENTO                                                     00001460
           RECORDING MODE IS F                                          00001470
           BLOCK CONTAINS 0 RECORDS.                                    00001480
           COPY CPMOV01.                                                00001490
                                                                        00001500
       FD LIVROMOV                                                      00001510
           RECORDING MODE IS F                                          00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
           COPY CPMOV02.                                                00001540
                                                                        00001550
       FD SALDOS.                                                       00001560
           COPY CPSLD01.                                                00001570
                                                                        00001580
       FD LOTES.                                                        00001590
           COPY CPLOT01.                                                00001600
                                                                        00001610
       FD REJEITO-MOVTO                                                 00001620
           RECORDING MODE IS F                                          00001630
           BLOCK CONTAINS 0 RECORDS.                                    00001640
           COPY CPREJ04.                                                00001650
                                                                        00001660
       FD PERIODO.                                                      00001670
           COPY CPPER01.                                                00001680
                                                                        00001690
       FD DESVIO                                                        00001700
           RECORDING MODE IS F                                          00001710
           BLOCK CONTAINS 0 RECORDS.                                    00001720
           COPY CPDSV01.                                                00001730
                                                                        00001740
       FD CHECKPT.                                                      00001750
           COPY CPCKPT01.                                               00001760
                                                                        00001770
       FD ERRLOG.                                                       00001780
           COPY CPERRL01.                                               00001790
                                                                        00001800
       FD CALENDARIO.                                                   00001810
           COPY CPCAL01.                                                00001820
                                                                        00001830
       FD ESTATIS                                                       00001840
           RECORDING MODE IS F                                          00001850
           BLOCK CONTAINS 0 RECORDS.                                    00001860
           COPY CPSTA01.                                                00001870
                                                                        00001880
       FD CONTROLE                                                      00001890
           RECORDING MODE IS F                                          00001900
           BLOCK CONTAINS 0 RECORDS.                                    00001910
           COPY CPCTRL01.                                               00001920
                                                                        00001930
       WORKING-STORAGE                           SECTION.               00001940
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001950
       77 WRK-FS-MOVIMENTO         PIC X(02) VALUE SPACES.              00001960
       77 WRK-FS-LIVROMOV          PIC X(02) VALUE SPACES.              00001970
       77 WRK-FS-SALDOS            PIC X(02) VALUE SPACES.              00001980
       77 WRK-FS-LOTES             PIC X(02) VALUE SPACES.              00001990
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002000
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002010
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002020
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002030
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002040
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002050
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002060
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002070
       77 WRK-SALDO-ANTERIOR       PIC 9(07) VALUE ZERO.                00002080
       77 WRK-SALDO-NOVO           PIC 9(07) VALUE ZERO.                00002090
       77 WRK-DEPOSITO              PIC X(02) VALUE SPACES.             00002100
       77 WRK-DEPOSITO-DEST         PIC X(02) VALUE SPACES.             00002110
       77 WRK-SALDO-DEP             PIC 9(07) VALUE ZERO.               00002120
       77 WRK-LMV-TIPO              PIC X(01) VALUE SPACE.              00002130
       77 WRK-LOTE-CORRENTE        PIC X(10) VALUE SPACES.              00002140
       77 WRK-LMV-QUANTIDADE       PIC 9(07) VALUE ZERO.                00002150
       77 WRK-LMV-SALDO-ANT        PIC 9(07) VALUE ZERO.                00002160
       77 WRK-LMV-SALDO-NOVO       PIC 9(07) VALUE ZERO.                00002170
       77 WRK-QTD-A-CONSUMIR       PIC 9(07) VALUE ZERO.                00002180
       77 WRK-QTD-CONSUMO          PIC 9(07) VALUE ZERO.                00002190
       77 WRK-SALDO-CORRENTE       PIC 9(07) VALUE ZERO.                00002200
      *---------------------------------------------------              00002210
      *    LOTES DO PRODUTO DA SAIDA CORRENTE, CARREGADOS DO            00002220
      *    MASTER CPLOT01 PARA O CONSUMO DO MAIS ANTIGO PRIMEIRO        00002230
      *---------------------------------------------------              00002240
       77 WRK-MAX-LOTES            PIC 9(02) COMP VALUE 50.             00002250
       77 WRK-QTD-LOTES            PIC 9(02) COMP VALUE ZERO.           00002260
       77 WRK-IDX-LOTE             PIC 9(02) COMP VALUE ZERO.           00002270
       77 WRK-IDX-ANTIGO           PIC 9(02) COMP VALUE ZERO.           00002280
       01 WRK-TABELA-LOTES.                                             00002290
          05 WRK-ENT-LOTE OCCURS 50 TIMES.                              00002300
             10 WRK-LTE-LOTE          PIC X(10).                        00002310
             10 WRK-LTE-VALIDADE      PIC 9(08).                        00002320
             10 WRK-LTE-QTD           PIC 9(07).                        00002330
       01 WRK-SW-LOTEADO.                                               00002340
          05 WRK-SW-LOTEADO-IND      PIC X(01) VALUE 'N'.               00002350
             88 WRK-PRODUTO-LOTEADO        VALUE 'S'.                   00002360
             88 WRK-PRODUTO-SEM-LOTE       VALUE 'N'.                   00002370
       01 WRK-SW-SALDO-DEP.                                             00002380
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00002390
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00002400
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00002410
       01 WRK-SW-ENSAIO.                                                00002420
          05 WRK-SW-ENSAIO-IND       PIC X(01) VALUE 'N'.               00002430
             88 WRK-ENSAIO-LIGADO          VALUE 'S'.                   00002440
             88 WRK-ENSAIO-DESLIGADO       VALUE 'N'.                   00002450
       01 WRK-SW-VALIDO.                                                00002460
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002470
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002480
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002490
       COPY CPPER02.                                                    00002500
       COPY CPCAB01.                                                    00002510
       COPY CPCKP01.                                                    00002520
       COPY CPERR01.                                                    00002530
       COPY CPDTA01.                                                    00002540
       COPY CPSTT01.                                                    00002550
      *---------------------------------------------------              00002560
       LINKAGE                                    SECTION.              00002570
      *---------------------------------------------------              00002580
       01 WRK-PARM-RESTART.                                             00002590
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002600
          05 WRK-PARM-DADOS           PIC X(66).                        00002610
      *=========================================*                       00002620
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002630
      *=========================================*                       00002640
                                                                        00002650
      *---------------------------------------------------              00002660
       0000-PRINCIPAL                     SECTION.                      00002670
      *---------------------------------------------------              00002680
             PERFORM 0100-INICIAR.                                      00002690
             PERFORM 0200-PROCESSAR                                     00002700
                 UNTIL WRK-FS-MOVIMENTO EQUAL '10'.                     00002710
             PERFORM 0300-FINALIZAR.                                    00002720
      *---------------------------------------------------              00002730
       0000-99-FIM.            EXIT.                                    00002740
      *---------------------------------------------------              00002750
                                                                        00002760
       0100-INICIAR                       SECTION.                      00002770
             MOVE 'FR05CB22' TO WRK-CAB-PROGRAMA.                       00002780
             PERFORM 0101-CABECALHO-PADRAO.                             00002790
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002800
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002810
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002820
             PERFORM 0970-CONFERIR-PERIODO.                             00002830
             PERFORM 0102-INTERPRETAR-PARM.                             00002840
             IF WRK-PARM-TAM > ZERO                                     00002850
                AND WRK-PARM-DADOS (1:1) EQUAL 'T'                      00002860
                 SET WRK-ENSAIO-LIGADO TO TRUE                          00002870
                 DISPLAY ' MODO ENSAIO - NADA SERA GRAVADO '            00002880
                         'NOS MASTERS'                                  00002890
             END-IF.                                                    00002900
             OPEN I-O PRODUTO-MASTER.                                   00002910
             OPEN INPUT MOVIMENTO.                                      00002920
             PERFORM 0109-ABRIR-LIVROMOV.                               00002930
             PERFORM 0111-ABRIR-SALDOS.                                 00002940
             PERFORM 0112-ABRIR-LOTES.                                  00002950
             IF WRK-ENSAIO-DESLIGADO                                    00002960
                 PERFORM 0103-ABRIR-CHECKPOINT                          00002970
                 PERFORM 0104-POSICIONAR-RESTART                        00002980
                 PERFORM 0973-ABRIR-DESVIO                              00002990
             END-IF.                                                    00003000
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003010
                 OPEN EXTEND REJEITO-MOVTO                              00003020
                 OPEN EXTEND CONTROLE                                   00003030
             ELSE                                                       00003040
                 OPEN OUTPUT REJEITO-MOVTO                              00003050
                 OPEN OUTPUT CONTROLE                                   00003060
             END-IF.                                                    00003070
             PERFORM 0110-TESTAR-STATUS.                                00003080
             PERFORM 0107-PULAR-MOVTOS-PROCESSADOS.                     00003090
      *---------------------------------------------------              00003100
       0100-99-FIM.            EXIT.                                    00003110
      *---------------------------------------------------              00003120
           COPY CPCAB02.                                                00003130
       COPY CPCKP02.                                                    00003140
           COPY CPERR02.                                                00003150
           COPY CPDTA02.                                                00003160
           COPY CPSTT02.                                                00003170
           COPY CPPER03.                                                00003180
      *---------------------------------------------------              00003190
       0109-ABRIR-LIVROMOV                SECTION.                      00003200
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00003210
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003220
      *---------------------------------------------------              00003230
             OPEN EXTEND LIVROMOV.                                      00003240
             IF WRK-FS-LIVROMOV EQUAL '35'                              00003250
                 OPEN OUTPUT LIVROMOV                                   00003260
                 CLOSE LIVROMOV                                         00003270
                 OPEN EXTEND LIVROMOV                                   00003280
             END-IF.                                                    00003290
      *---------------------------------------------------              00003300
       0111-ABRIR-SALDOS                  SECTION.                      00003310
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00003320
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003330
      *---------------------------------------------------              00003340
             OPEN I-O SALDOS.                                           00003350
             IF WRK-FS-SALDOS EQUAL '35'                                00003360
                 OPEN OUTPUT SALDOS                                     00003370
                 CLOSE SALDOS                                           00003380
                 OPEN I-O SALDOS                                        00003390
             END-IF.                                                    00003400
      *---------------------------------------------------              00003410
       0112-ABRIR-LOTES                   SECTION.                      00003420
      *    ABRE O MASTER DE SALDO POR LOTE, CRIANDO-O NA PRIMEIRA       00003430
      *    EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)              00003440
      *---------------------------------------------------              00003450
             OPEN I-O LOTES.                                            00003460
             IF WRK-FS-LOTES EQUAL '35'                                 00003470
                 OPEN OUTPUT LOTES                                      00003480
                 CLOSE LOTES                                            00003490
                 OPEN I-O LOTES                                         00003500
             END-IF.                                                    00003510
      *---------------------------------------------------              00003520
       0107-PULAR-MOVTOS-PROCESSADOS      SECTION.                      00003530
      *    QUANDO HOUVER RETOMADA, DESPREZA OS MOVIMENTOS JA            00003540
      *    APLICADOS ANTES DO ULTIMO CHECKPOINT                         00003550
      *---------------------------------------------------              00003560
             PERFORM 0108-PULAR-UM-MOVTO                                00003570
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00003580
                    OR WRK-FS-MOVIMENTO EQUAL '10'.                     00003590
      *---------------------------------------------------              00003600
       0108-PULAR-UM-MOVTO                SECTION.                      00003610
             READ MOVIMENTO.                                            00003620
             IF WRK-FS-MOVIMENTO EQUAL ZEROS                            00003630
                 ADD 1 TO WRK-CONT-LIDOS                                00003640
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003650
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003660
             END-IF.                                                    00003670
                                                                        00003680
       0110-TESTAR-STATUS                 SECTION.                      00003690
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003700
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003710
                 PERFORM 9000-TRATA-ERROS                               00003720
             END-IF.                                                    00003730
             IF WRK-FS-MOVIMENTO NOT EQUAL ZEROS                        00003740
                 MOVE ' ERRO OPEN MOVIMENTO ' TO WRK-MSG                00003750
                 PERFORM 9000-TRATA-ERROS                               00003760
             END-IF.                                                    00003770
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00003780
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00003790
                 PERFORM 9000-TRATA-ERROS                               00003800
             END-IF.                                                    00003810
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00003820
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00003830
                 PERFORM 9000-TRATA-ERROS                               00003840
             END-IF.                                                    00003850
             IF WRK-FS-LOTES NOT EQUAL ZEROS                            00003860
                 MOVE ' ERRO OPEN SALDOS POR LOTE ' TO WRK-MSG          00003870
                 PERFORM 9000-TRATA-ERROS                               00003880
             END-IF.                                                    00003890
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00003900
                 MOVE ' ERRO OPEN REJEITO-MOVTO ' TO WRK-MSG            00003910
                 PERFORM 9000-TRATA-ERROS                               00003920
             END-IF.                                                    00003930
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003940
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003950
                 PERFORM 9000-TRATA-ERROS                               00003960
             END-IF.                                                    00003970
      *---------------------------------------------------              00003980
       0200-PROCESSAR                     SECTION.                      00003990
             READ MOVIMENTO.                                            00004000
             IF WRK-FS-MOVIMENTO EQUAL ZEROS                            00004010
                 ADD 1 TO WRK-CONT-LIDOS                                00004020
                 PERFORM 0210-VALIDAR-MOVIMENTO                         00004030
                 IF WRK-REGISTRO-VALIDO                                 00004040
                     IF WRK-ENSAIO-LIGADO                               00004050
                         PERFORM 0224-LISTAR-ENSAIO                     00004060
                     ELSE                                               00004070
                         PERFORM 0212-POSTAR-MOVIMENTO                  00004080
                     END-IF                                             00004090
                 END-IF                                                 00004100
                 IF WRK-REGISTRO-VALIDO                                 00004110
                     ADD 1 TO WRK-CONT-ACEITOS                          00004120
                     IF WRK-PERIODO-DESVIADO                            00004130
                        AND WRK-ENSAIO-DESLIGADO                        00004140
                         PERFORM 0225-GRAVAR-DESVIO                     00004150
                     END-IF                                             00004160
                 ELSE                                                   00004170
                     ADD 1 TO WRK-CONT-REJEITADOS                       00004180
                     PERFORM 0220-GRAVA-REJEITO                         00004190
                 END-IF                                                 00004200
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004210
                 IF WRK-ENSAIO-DESLIGADO                                00004220
                     PERFORM 0105-CHECAR-CHECKPOINT                     00004230
                 END-IF                                                 00004240
             END-IF.                                                    00004250
      *---------------------------------------------------              00004260
       0224-LISTAR-ENSAIO                 SECTION.                      00004270
      *    MODO ENSAIO: O MOVIMENTO JA PASSOU POR TODA A CRITICA        00004280
      *    (INCLUSIVE SALDO E DEPOSITO) - LISTA O QUE SERIA             00004290
      *    POSTADO, SEM GRAVAR MASTER, SALDOS OU LIVRO                  00004300
      *---------------------------------------------------              00004310
             DISPLAY ' ENSAIO: POSTARIA ' MOV-TIPO                      00004320
                     ' PRODUTO ' MOV-CODIGO                             00004330
                     ' QTD ' MOV-QUANTIDADE                             00004340
                     ' DEPOSITO ' WRK-DEPOSITO.                         00004350
      *---------------------------------------------------              00004360
       0210-VALIDAR-MOVIMENTO             SECTION.                      00004370
      *    EDITS DE CLASSE/CONTEUDO DO MOVIMENTO E CRUZAMENTO           00004380
      *    CONTRA PRODUTO-MASTER - O PRODUTO PRECISA EXISTIR E          00004390
      *    ESTAR ATIVO; SAIDA NAO PODE EXCEDER O SALDO ATUAL            00004400
      *---------------------------------------------------              00004410
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004420
             PERFORM 0211-NORMALIZAR-DEPOSITOS.                         00004430
             IF MOV-TIPO NOT EQUAL 'E' AND                              00004440
                MOV-TIPO NOT EQUAL 'S' AND                              00004450
                MOV-TIPO NOT EQUAL 'A' AND                              00004460
                MOV-TIPO NOT EQUAL 'T'                                  00004470
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004480
                 MOVE 01 TO REJ4-CODIGO-MOTIVO                          00004490
                 MOVE 'TIPO DE MOVIMENTO INVALIDO' TO                   00004500
                     REJ4-DESCRICAO-MOTIVO                              00004510
             ELSE IF MOV-CODIGO NOT NUMERIC                             00004520
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004530
                 MOVE 02 TO REJ4-CODIGO-MOTIVO                          00004540
                 MOVE 'CODIGO NAO NUMERICO' TO REJ4-DESCRICAO-MOTIVO    00004550
             ELSE IF MOV-QUANTIDADE NOT NUMERIC                         00004560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004570
                 MOVE 03 TO REJ4-CODIGO-MOTIVO                          00004580
                 MOVE 'QUANTIDADE NAO NUMERICA' TO                      00004590
                     REJ4-DESCRICAO-MOTIVO                              00004600
             ELSE IF WRK-DEPOSITO NOT EQUAL '01' AND                    00004610
                WRK-DEPOSITO NOT EQUAL '02'                             00004620
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004630
                 MOVE 07 TO REJ4-CODIGO-MOTIVO                          00004640
                 MOVE 'DEPOSITO INVALIDO' TO                            00004650
                     REJ4-DESCRICAO-MOTIVO                              00004660
             ELSE IF MOV-TRANSFERENCIA AND                              00004670
                ((WRK-DEPOSITO-DEST NOT EQUAL '01' AND                  00004680
                  WRK-DEPOSITO-DEST NOT EQUAL '02') OR                  00004690
                 WRK-DEPOSITO-DEST EQUAL WRK-DEPOSITO)                  00004700
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004710
                 MOVE 08 TO REJ4-CODIGO-MOTIVO                          00004720
                 MOVE 'TRANSFERENCIA COM DESTINO INVALIDO' TO           00004730
                     REJ4-DESCRICAO-MOTIVO                              00004740
             ELSE IF WRK-PERIODO-BLOQUEADO                              00004750
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004760
                 MOVE 09 TO REJ4-CODIGO-MOTIVO                          00004770
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00004780
                     REJ4-DESCRICAO-MOTIVO                              00004790
             ELSE                                                       00004800
                 PERFORM 0215-VALIDAR-PRODUTO                           00004810
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00004820
      *---------------------------------------------------              00004830
       0211-NORMALIZAR-DEPOSITOS          SECTION.                      00004840
      *    CARTAO LEGADO SEM DEPOSITO E POSTADO NO DEPOSITO 01 -        00004850
      *    O ACERVO ANTERIOR A ABERTURA POR LOCALIZACAO VIVIA           00004860
      *    TODO NO DEPOSITO ORIGINAL                                    00004870
      *---------------------------------------------------              00004880
             MOVE MOV-DEPOSITO TO WRK-DEPOSITO.                         00004890
             IF WRK-DEPOSITO EQUAL SPACES                               00004900
                 MOVE '01' TO WRK-DEPOSITO                              00004910
             END-IF.                                                    00004920
             MOVE MOV-DEPOSITO-DESTINO TO WRK-DEPOSITO-DEST.            00004930
      *---------------------------------------------------              00004940
       0215-VALIDAR-PRODUTO               SECTION.                      00004950
      *    LE O PRODUTO DO MOVIMENTO NO MASTER E CONFERE STATUS E,      00004960
      *    PARA SAIDA, A SUFICIENCIA DO SALDO ATUAL                     00004970
      *---------------------------------------------------              00004980
             MOVE MOV-CODIGO TO PRDM-CODIGO.                            00004990
             READ PRODUTO-MASTER                                        00005000
                 INVALID KEY                                            00005010
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005020
                     MOVE 04 TO REJ4-CODIGO-MOTIVO                      00005030
                     MOVE 'PRODUTO INEXISTENTE' TO                      00005040
                         REJ4-DESCRICAO-MOTIVO                          00005050
                 NOT INVALID KEY                                        00005060
                     IF PRDM-INATIVO                                    00005070
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005080
                         MOVE 05 TO REJ4-CODIGO-MOTIVO                  00005090
                         MOVE 'PRODUTO INATIVO' TO                      00005100
                             REJ4-DESCRICAO-MOTIVO                      00005110
                     ELSE                                               00005120
                         IF MOV-SAIDA                                   00005130
                            AND MOV-QUANTIDADE > PRDM-QUANTIDADE        00005140
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005150
                             MOVE 06 TO REJ4-CODIGO-MOTIVO              00005160
                             MOVE 'SALDO INSUFICIENTE' TO               00005170
                                 REJ4-DESCRICAO-MOTIVO                  00005180
                         END-IF                                         00005190
                     END-IF                                             00005200
             END-READ.                                                  00005210
             IF WRK-REGISTRO-VALIDO                                     00005220
                AND (MOV-SAIDA OR MOV-TRANSFERENCIA)                    00005230
                 PERFORM 0240-LER-SALDO-DEPOSITO                        00005240
                 IF MOV-QUANTIDADE > WRK-SALDO-DEP                      00005250
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005260
                     MOVE 06 TO REJ4-CODIGO-MOTIVO                      00005270
                     MOVE 'SALDO DO DEPOSITO INSUFICIENTE' TO           00005280
                         REJ4-DESCRICAO-MOTIVO                          00005290
                 END-IF                                                 00005300
             END-IF.                                                    00005310
      *---------------------------------------------------              00005320
       0212-POSTAR-MOVIMENTO              SECTION.                      00005330
      *    APLICA O MOVIMENTO SOBRE O SALDO DO PRODUTO (JA LIDO         00005340
      *    PELA VALIDACAO) E GRAVA O LANCAMENTO NO LIVRO DE             00005350
      *    MOVIMENTACAO COM O SALDO ANTERIOR E O NOVO                   00005360
      *---------------------------------------------------              00005370
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR.                00005380
             PERFORM 0240-LER-SALDO-DEPOSITO.                           00005390
             EVALUATE TRUE                                              00005400
                 WHEN MOV-ENTRADA                                       00005410
                     ADD MOV-QUANTIDADE TO PRDM-QUANTIDADE              00005420
                     ADD MOV-QUANTIDADE TO WRK-SALDO-DEP                00005430
                 WHEN MOV-SAIDA                                         00005440
                     SUBTRACT MOV-QUANTIDADE FROM PRDM-QUANTIDADE       00005450
                     SUBTRACT MOV-QUANTIDADE FROM WRK-SALDO-DEP         00005460
                 WHEN MOV-AJUSTE                                        00005470
                     COMPUTE PRDM-QUANTIDADE =                          00005480
                         PRDM-QUANTIDADE - WRK-SALDO-DEP                00005490
                         + MOV-QUANTIDADE                               00005500
                     MOVE MOV-QUANTIDADE TO WRK-SALDO-DEP               00005510
                 WHEN MOV-TRANSFERENCIA                                 00005520
                     SUBTRACT MOV-QUANTIDADE FROM WRK-SALDO-DEP         00005530
             END-EVALUATE.                                              00005540
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-NOVO.                    00005550
             REWRITE CPPRDM01-REGISTRO.                                 00005560
             PERFORM 0245-GRAVAR-SALDO-DEPOSITO.                        00005570
             MOVE MOV-QUANTIDADE     TO WRK-LMV-QUANTIDADE.             00005580
             MOVE WRK-SALDO-ANTERIOR TO WRK-LMV-SALDO-ANT.              00005590
             MOVE WRK-SALDO-NOVO     TO WRK-LMV-SALDO-NOVO.             00005600
             MOVE SPACES             TO WRK-LOTE-CORRENTE.              00005610
             EVALUATE TRUE                                              00005620
                 WHEN MOV-TRANSFERENCIA                                 00005630
                     PERFORM 0250-CREDITAR-DESTINO                      00005640
                     MOVE 'S' TO WRK-LMV-TIPO                           00005650
                     PERFORM 0218-GRAVAR-LIVRO                          00005660
                     MOVE WRK-DEPOSITO-DEST TO WRK-DEPOSITO             00005670
                     MOVE 'E' TO WRK-LMV-TIPO                           00005680
                     PERFORM 0218-GRAVAR-LIVRO                          00005690
                 WHEN MOV-SAIDA                                         00005700
                     PERFORM 0260-CARREGAR-LOTES                        00005710
                     IF WRK-PRODUTO-LOTEADO                             00005720
                         PERFORM 0270-CONSUMIR-LOTES                    00005730
                     ELSE                                               00005740
                         MOVE MOV-TIPO TO WRK-LMV-TIPO                  00005750
                         PERFORM 0218-GRAVAR-LIVRO                      00005760
                     END-IF                                             00005770
                 WHEN OTHER                                             00005780
                     IF MOV-ENTRADA                                     00005790
                        AND MOV-LOTE NOT EQUAL SPACES                   00005800
                         PERFORM 0265-CREDITAR-LOTE                     00005810
                         MOVE MOV-LOTE TO WRK-LOTE-CORRENTE             00005820
                     END-IF                                             00005830
                     MOVE MOV-TIPO TO WRK-LMV-TIPO                      00005840
                     PERFORM 0218-GRAVAR-LIVRO                          00005850
             END-EVALUATE.                                              00005860
      *---------------------------------------------------              00005870
       0240-LER-SALDO-DEPOSITO            SECTION.                      00005880
      *    LE (OU ASSUME ZERADO) O SALDO DO PRODUTO NO DEPOSITO         00005890
      *    CORRENTE                                                     00005900
      *---------------------------------------------------              00005910
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00005920
             MOVE ZEROS TO WRK-SALDO-DEP.                               00005930
             MOVE MOV-CODIGO   TO SLD-CODIGO.                           00005940
             MOVE WRK-DEPOSITO TO SLD-DEPOSITO.                         00005950
             READ SALDOS                                                00005960
                 INVALID KEY                                            00005970
                     CONTINUE                                           00005980
                 NOT INVALID KEY                                        00005990
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00006000
                     MOVE SLD-QUANTIDADE TO WRK-SALDO-DEP               00006010
             END-READ.                                                  00006020
      *---------------------------------------------------              00006030
       0245-GRAVAR-SALDO-DEPOSITO         SECTION.                      00006040
      *    REGRAVA (OU CRIA) O SALDO DO DEPOSITO CORRENTE COM O         00006050
      *    VALOR APURADO PELA POSTAGEM                                  00006060
      *---------------------------------------------------              00006070
             MOVE MOV-CODIGO     TO SLD-CODIGO.                         00006080
             MOVE WRK-DEPOSITO   TO SLD-DEPOSITO.                       00006090
             MOVE WRK-SALDO-DEP  TO SLD-QUANTIDADE.                     00006100
             IF WRK-SALDO-DEP-ACHADO                                    00006110
                 REWRITE CPSLD01-REGISTRO                               00006120
             ELSE                                                       00006130
                 WRITE CPSLD01-REGISTRO                                 00006140
             END-IF.                                                    00006150
      *---------------------------------------------------              00006160
       0250-CREDITAR-DESTINO              SECTION.                      00006170
      *    CREDITA A QUANTIDADE TRANSFERIDA NO SALDO DO DEPOSITO        00006180
      *    DE DESTINO                                                   00006190
      *---------------------------------------------------              00006200
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00006210
             MOVE ZEROS TO WRK-SALDO-DEP.                               00006220
             MOVE MOV-CODIGO        TO SLD-CODIGO.                      00006230
             MOVE WRK-DEPOSITO-DEST TO SLD-DEPOSITO.                    00006240
             READ SALDOS                                                00006250
                 INVALID KEY                                            00006260
                     CONTINUE                                           00006270
                 NOT INVALID KEY                                        00006280
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00006290
                     MOVE SLD-QUANTIDADE TO WRK-SALDO-DEP               00006300
             END-READ.                                                  00006310
             ADD MOV-QUANTIDADE TO WRK-SALDO-DEP.                       00006320
             MOVE WRK-SALDO-DEP TO SLD-QUANTIDADE.                      00006330
             IF WRK-SALDO-DEP-ACHADO                                    00006340
                 REWRITE CPSLD01-REGISTRO                               00006350
             ELSE                                                       00006360
                 WRITE CPSLD01-REGISTRO                                 00006370
             END-IF.                                                    00006380
      *---------------------------------------------------              00006390
       0260-CARREGAR-LOTES                SECTION.                      00006400
      *    CARREGA OS LOTES COM SALDO DO PRODUTO DA SAIDA - SEM         00006410
      *    NENHUM LOTE, O PRODUTO NAO E CONTROLADO POR LOTE E A         00006420
      *    SAIDA SEGUE O CAMINHO SIMPLES                                00006430
      *---------------------------------------------------              00006440
             MOVE ZERO TO WRK-QTD-LOTES.                                00006450
             SET WRK-PRODUTO-SEM-LOTE TO TRUE.                          00006460
             MOVE MOV-CODIGO TO LOT-CODIGO.                             00006470
             MOVE LOW-VALUES TO LOT-LOTE.                               00006480
             START LOTES KEY NOT < LOT-CHAVE                            00006490
                 INVALID KEY                                            00006500
                     MOVE '10' TO WRK-FS-LOTES                          00006510
             END-START.                                                 00006520
             PERFORM 0262-CARREGAR-UM-LOTE                              00006530
                 UNTIL WRK-FS-LOTES NOT EQUAL ZEROS.                    00006540
             MOVE SPACES TO WRK-FS-LOTES.                               00006550
             IF WRK-QTD-LOTES > ZERO                                    00006560
                 SET WRK-PRODUTO-LOTEADO TO TRUE                        00006570
             END-IF.                                                    00006580
      *---------------------------------------------------              00006590
       0262-CARREGAR-UM-LOTE              SECTION.                      00006600
             READ LOTES NEXT RECORD.                                    00006610
             IF WRK-FS-LOTES EQUAL ZEROS                                00006620
                 IF LOT-CODIGO NOT EQUAL MOV-CODIGO                     00006630
                     MOVE '10' TO WRK-FS-LOTES                          00006640
                 ELSE                                                   00006650
                     IF LOT-QUANTIDADE > ZERO                           00006660
                         IF WRK-QTD-LOTES >= WRK-MAX-LOTES              00006670
                             MOVE ' ERRO LOTES EXCEDEM A TABELA '       00006680
                                 TO WRK-MSG                             00006690
                             PERFORM 9000-TRATA-ERROS                   00006700
                         END-IF                                         00006710
                         ADD 1 TO WRK-QTD-LOTES                         00006720
                         MOVE LOT-LOTE                                  00006730
                             TO WRK-LTE-LOTE (WRK-QTD-LOTES)            00006740
                         MOVE LOT-DATA-VALIDADE                         00006750
                             TO WRK-LTE-VALIDADE (WRK-QTD-LOTES)        00006760
                         MOVE LOT-QUANTIDADE                            00006770
                             TO WRK-LTE-QTD (WRK-QTD-LOTES)             00006780
                     END-IF                                             00006790
                 END-IF                                                 00006800
             END-IF.                                                    00006810
      *---------------------------------------------------              00006820
       0265-CREDITAR-LOTE                 SECTION.                      00006830
      *    CREDITA A ENTRADA NO LOTE DO CARTAO - LOTE NOVO E            00006840
      *    CRIADO COM A VALIDADE INFORMADA; LOTE JA CADASTRADO          00006850
      *    PRESERVA A VALIDADE ORIGINAL                                 00006860
      *---------------------------------------------------              00006870
             MOVE MOV-CODIGO TO LOT-CODIGO.                             00006880
             MOVE MOV-LOTE   TO LOT-LOTE.                               00006890
             READ LOTES                                                 00006900
                 INVALID KEY                                            00006910
                     MOVE MOV-CODIGO TO LOT-CODIGO                      00006920
                     MOVE MOV-LOTE   TO LOT-LOTE                        00006930
                     IF MOV-DATA-VALIDADE NUMERIC                       00006940
                         MOVE MOV-DATA-VALIDADE                         00006950
                             TO LOT-DATA-VALIDADE                       00006960
                     ELSE                                               00006970
                         MOVE ZEROS TO LOT-DATA-VALIDADE                00006980
                     END-IF                                             00006990
                     MOVE MOV-QUANTIDADE TO LOT-QUANTIDADE              00007000
                     WRITE CPLOT01-REGISTRO                             00007010
                 NOT INVALID KEY                                        00007020
                     ADD MOV-QUANTIDADE TO LOT-QUANTIDADE               00007030
                     REWRITE CPLOT01-REGISTRO                           00007040
             END-READ.                                                  00007050
      *---------------------------------------------------              00007060
       0270-CONSUMIR-LOTES                SECTION.                      00007070
      *    CONSOME A SAIDA DO LOTE DE VALIDADE MAIS ANTIGA PARA O       00007080
      *    MAIS NOVO, COM UMA LINHA DO LIVRO POR LOTE - O SALDO         00007090
      *    CORRENTE ENCADEIA AS LINHAS PARCIAIS                         00007100
      *---------------------------------------------------              00007110
             MOVE MOV-QUANTIDADE     TO WRK-QTD-A-CONSUMIR.             00007120
             MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-CORRENTE.             00007130
             MOVE 'S' TO WRK-LMV-TIPO.                                  00007140
             PERFORM 0272-CONSUMIR-UM-LOTE                              00007150
                 UNTIL WRK-QTD-A-CONSUMIR EQUAL ZERO.                   00007160
      *---------------------------------------------------              00007170
       0272-CONSUMIR-UM-LOTE              SECTION.                      00007180
             PERFORM 0274-ACHAR-LOTE-ANTIGO.                            00007190
             IF WRK-IDX-ANTIGO EQUAL ZERO                               00007200
      *    SALDO DE SAIDA SEM COBERTURA DE LOTE - O RESTO SAI EM        00007210
      *    UMA LINHA UNICA MARCADA *SEM LOTE*                           00007220
                 MOVE '*SEM LOTE*' TO WRK-LOTE-CORRENTE                 00007230
                 MOVE WRK-QTD-A-CONSUMIR TO WRK-LMV-QUANTIDADE          00007240
                 MOVE WRK-SALDO-CORRENTE TO WRK-LMV-SALDO-ANT           00007250
                 SUBTRACT WRK-QTD-A-CONSUMIR                            00007260
                     FROM WRK-SALDO-CORRENTE                            00007270
                 MOVE WRK-SALDO-CORRENTE TO WRK-LMV-SALDO-NOVO          00007280
                 PERFORM 0218-GRAVAR-LIVRO                              00007290
                 MOVE ZERO TO WRK-QTD-A-CONSUMIR                        00007300
             ELSE                                                       00007310
                 IF WRK-LTE-QTD (WRK-IDX-ANTIGO)                        00007320
                        NOT < WRK-QTD-A-CONSUMIR                        00007330
                     MOVE WRK-QTD-A-CONSUMIR TO WRK-QTD-CONSUMO         00007340
                 ELSE                                                   00007350
                     MOVE WRK-LTE-QTD (WRK-IDX-ANTIGO)                  00007360
                         TO WRK-QTD-CONSUMO                             00007370
                 END-IF                                                 00007380
                 SUBTRACT WRK-QTD-CONSUMO                               00007390
                     FROM WRK-LTE-QTD (WRK-IDX-ANTIGO)                  00007400
                 SUBTRACT WRK-QTD-CONSUMO FROM WRK-QTD-A-CONSUMIR       00007410
                 PERFORM 0276-BAIXAR-LOTE                               00007420
                 MOVE WRK-LTE-LOTE (WRK-IDX-ANTIGO)                     00007430
                     TO WRK-LOTE-CORRENTE                               00007440
                 MOVE WRK-QTD-CONSUMO    TO WRK-LMV-QUANTIDADE          00007450
                 MOVE WRK-SALDO-CORRENTE TO WRK-LMV-SALDO-ANT           00007460
                 SUBTRACT WRK-QTD-CONSUMO FROM WRK-SALDO-CORRENTE       00007470
                 MOVE WRK-SALDO-CORRENTE TO WRK-LMV-SALDO-NOVO          00007480
                 PERFORM 0218-GRAVAR-LIVRO                              00007490
             END-IF.                                                    00007500
      *---------------------------------------------------              00007510
       0274-ACHAR-LOTE-ANTIGO             SECTION.                      00007520
      *    LOCALIZA O LOTE COM SALDO DE VALIDADE MAIS ANTIGA            00007530
      *---------------------------------------------------              00007540
             MOVE ZERO TO WRK-IDX-ANTIGO.                               00007550
             MOVE ZERO TO WRK-IDX-LOTE.                                 00007560
             PERFORM 0275-COMPARAR-UM-LOTE                              00007570
                 UNTIL WRK-IDX-LOTE >= WRK-QTD-LOTES.                   00007580
      *---------------------------------------------------              00007590
       0275-COMPARAR-UM-LOTE              SECTION.                      00007600
             ADD 1 TO WRK-IDX-LOTE.                                     00007610
             IF WRK-LTE-QTD (WRK-IDX-LOTE) > ZERO                       00007620
                 IF WRK-IDX-ANTIGO EQUAL ZERO                           00007630
                     MOVE WRK-IDX-LOTE TO WRK-IDX-ANTIGO                00007640
                 ELSE                                                   00007650
                     IF WRK-LTE-VALIDADE (WRK-IDX-LOTE) <               00007660
                        WRK-LTE-VALIDADE (WRK-IDX-ANTIGO)               00007670
                         MOVE WRK-IDX-LOTE TO WRK-IDX-ANTIGO            00007680
                     END-IF                                             00007690
                 END-IF                                                 00007700
             END-IF.                                                    00007710
      *---------------------------------------------------              00007720
       0276-BAIXAR-LOTE                   SECTION.                      00007730
      *    REGRAVA NO MASTER O SALDO DO LOTE RECEM-CONSUMIDO            00007740
      *---------------------------------------------------              00007750
             MOVE MOV-CODIGO TO LOT-CODIGO.                             00007760
             MOVE WRK-LTE-LOTE (WRK-IDX-ANTIGO) TO LOT-LOTE.            00007770
             READ LOTES                                                 00007780
                 INVALID KEY                                            00007790
                     DISPLAY ' AVISO: LOTE ' LOT-LOTE                   00007800
                             ' SUMIU DO MASTER'                         00007810
                 NOT INVALID KEY                                        00007820
                     MOVE WRK-LTE-QTD (WRK-IDX-ANTIGO)                  00007830
                         TO LOT-QUANTIDADE                              00007840
                     REWRITE CPLOT01-REGISTRO                           00007850
             END-READ.                                                  00007860
      *---------------------------------------------------              00007870
       0218-GRAVAR-LIVRO                  SECTION.                      00007880
             MOVE MOV-CODIGO          TO LMV-CODIGO.                    00007890
             MOVE WRK-LMV-TIPO        TO LMV-TIPO.                      00007900
             MOVE WRK-LMV-QUANTIDADE  TO LMV-QUANTIDADE.                00007910
             MOVE MOV-DOCUMENTO       TO LMV-DOCUMENTO.                 00007920
             MOVE WRK-LMV-SALDO-ANT   TO LMV-SALDO-ANTERIOR.            00007930
             MOVE WRK-LMV-SALDO-NOVO  TO LMV-SALDO-NOVO.                00007940
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007950
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00007960
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00007970
             MOVE 'FR05CB22'          TO LMV-PROGRAMA.                  00007980
             MOVE WRK-DEPOSITO        TO LMV-DEPOSITO.                  00007990
             MOVE WRK-LOTE-CORRENTE   TO LMV-LOTE.                      00008000
             WRITE CPMOV02-REGISTRO.                                    00008010
      *---------------------------------------------------              00008020
       0220-GRAVA-REJEITO                 SECTION.                      00008030
             MOVE 'FR05CB22' TO REJ4-PROGRAMA.                          00008040
             MOVE CPMOV01-REGISTRO TO REJ4-REGISTRO-ORIGINAL.           00008050
             WRITE CPREJ04-REGISTRO.                                    00008060
      *---------------------------------------------------              00008070
       0225-GRAVAR-DESVIO                 SECTION.                      00008080
      *    MOVIMENTO POSTADO COM O PERIODO DA DATA DE NEGOCIO           00008090
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00008100
      *    COM O DOCUMENTO DO CARTAO E O VALOR DO MOVIMENTO A           00008110
      *    CUSTO (QUANTIDADE X PRDM-CUSTO-UNIT DO PRODUTO LIDO)         00008120
      *---------------------------------------------------              00008130
             MOVE MOV-DOCUMENTO       TO DSV-DOCUMENTO.                 00008140
             COMPUTE DSV-VALOR = MOV-QUANTIDADE * PRDM-CUSTO-UNIT.      00008150
             PERFORM 0972-GRAVAR-DESVIO.                                00008160
      *---------------------------------------------------              00008170
       0300-FINALIZAR                     SECTION.                      00008180
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00008190
             IF WRK-ENSAIO-DESLIGADO                                    00008200
                 PERFORM 0106-FINALIZAR-CHECKPOINT                      00008210
             END-IF.                                                    00008220
             PERFORM 0310-GRAVA-CONTROLE.                               00008230
             MOVE WRK-CONT-LIDOS                                        00008240
                 TO WRK-STT-REGISTROS.                                  00008250
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008260
             CLOSE PRODUTO-MASTER.                                      00008270
             CLOSE MOVIMENTO.                                           00008280
             CLOSE LIVROMOV.                                            00008290
             CLOSE SALDOS.                                              00008300
             CLOSE LOTES.                                               00008310
             CLOSE REJEITO-MOVTO.                                       00008320
             CLOSE CONTROLE.                                            00008330
             IF WRK-ENSAIO-DESLIGADO                                    00008340
                 CLOSE DESVIO                                           00008350
             END-IF.                                                    00008360
             DISPLAY '==========================='.                     00008370
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00008380
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00008390
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00008400
             DISPLAY 'TOTAL DESVIADOS..: ' WRK-CONT-DESVIADOS.          00008410
             DISPLAY '==========================='.                     00008420
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00008430
             PERFORM 9000-TRATA-ERROS.                                  00008440
      *---------------------------------------------------              00008450
       0310-GRAVA-CONTROLE                SECTION.                      00008460
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00008470
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00008480
      *---------------------------------------------------              00008490
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00008500
             MOVE SPACES              TO CTL-DATA-HORA.                 00008510
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00008520
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00008530
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00008540
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00008550
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00008560
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00008570
             MOVE ZERO                TO CTL-QTD-FONTES.                00008580
             WRITE CPCTRL01-REGISTRO.                                   00008590
      *---------------------------------------------------              00008600
       9000-TRATA-ERROS                   SECTION.                      00008610
      *---------------------------------------------------              00008620
             PERFORM 9050-GRAVAR-ERRLOG.                                00008630
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008640
             STOP RUN.                                                  00008650
      *--------------------------------------------------------------   00008660
       9000-99-FIM.            EXIT.                                    00008670
      *--------------------------------------------------------------   00008680
