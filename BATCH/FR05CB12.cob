      *                         CPREJ03 - O 07 E DA REPOSICAO           00001160
      *                         INVALIDA E OS DOIS ERROS SAIAM          00001170
      *                         MISTURADOS NA LISTAGEM DE REJEITOS      00001180
      *     15/10/2026  IVS     DUPLA CUSTODIA - ALTERACAO DE PRECO     00001190
      *                         UNITARIO ACIMA DO PERCENTUAL DE         00001200
      *                         CPAPV02 FICA RETIDA NO ARQUIVO DE       00001210
      *                         PENDENCIAS (ARQAPV) ATE A APROVACAO     00001220
      *                         DE UM SEGUNDO OPERADOR NA FR06CB27 E    00001230
      *                         E APLICADA NA EXECUCAO SEGUINTE         00001240
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00001250
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00001260
      *=======================================================*         00001270
                                                                        00001280
      *=======================================================*         00001290
       ENVIRONMENT                               DIVISION.              00001300
      *=======================================================*         00001310
       INPUT-OUTPUT                              SECTION.               00001320
       FILE-CONTROL.                                                    00001330
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00001340
                ORGANIZATION IS INDEXED                                 00001350
                ACCESS MODE  IS DYNAMIC                                 00001360
                RECORD KEY   IS PRDM-CODIGO                             00001370
                FILE STATUS  IS WRK-FS-PRDM.                            00001380
                                                                        00001390
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001400
                FILE STATUS  IS WRK-FS-REJEITO.                         00001410
                                                                        00001420
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001430
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001440
                                                                        00001450
             SELECT HISTPRECO ASSIGN TO ARQHPRC                         00001460
                FILE STATUS  IS WRK-FS-HISTPRC.                         00001470
                                                                        00001480
             SELECT BACKOUT  ASSIGN TO ARQBKO                           00001490
                FILE STATUS  IS WRK-FS-BACKOUT.                         00001500
                                                                        00001510
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00001520
                ORGANIZATION IS INDEXED                                 00001530
                ACCESS MODE  IS DYNAMIC                                 00001540
                RECORD KEY   IS CAT-CODIGO                              00001550
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00001560
                                                                        00001570
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001580
                FILE STATUS  IS WRK-FS-SYSIN.                           00001590
                                                                        00001600
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001610
                ORGANIZATION IS INDEXED                                 00001620
                ACCESS MODE  IS DYNAMIC                                 00001630
                RECORD KEY   IS CKP-PROGRAMA                            00001640
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001650
                                                                        00001660
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001670
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001680
                                                                        00001690
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001700
                ORGANIZATION IS INDEXED                                 00001710
                ACCESS MODE  IS DYNAMIC                                 00001720
                RECORD KEY   IS CAL-DATA                                00001730
                FILE STATUS  IS WRK-FS-CALEND.                          00001740
                                                                        00001750
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001760
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001770
                                                                        00001780
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001790
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001800
                                                                        00001810
             SELECT APROVACAO ASSIGN TO ARQAPV                          00001820
                ORGANIZATION IS INDEXED                                 00001830
                ACCESS MODE  IS DYNAMIC                                 00001840
                RECORD KEY   IS APV-NUMERO                              00001850
                FILE STATUS  IS WRK-FS-APROVACAO.                       00001860
      *=======================================================*         00001870
       DATA                                      DIVISION.              00001880
      *=======================================================*         00001890
       FILE                                      SECTION.               00001900
       FD ENTRADA-SYSIN                                                 00001910
           RECORDING MODE IS F                                          00001920
           BLOCK CONTAINS 0 RECORDS.                                    00001930
       01 SYSIN-REGISTRO             PIC X(077).                        00001940
                                                                        00001950
       FD PRODUTO-MASTER.                                               00001960
           COPY CPPRDM01.                                               00001970
                                                                        00001980
       FD REJEITO-INTAKE                                                00001990
           RECORDING MODE IS F                                          00002000
           BLOCK CONTAINS 0 RECORDS.                                    00002010
           COPY CPREJ03.                                                00002020
                                                                        00002030
       FD AUDITORIA                                                     00002040
           RECORDING MODE IS F                                          00002050
           BLOCK CONTAINS 0 RECORDS.                                    00002060
           COPY CPAUD01.                                                00002070
                                                                        00002080
       FD HISTPRECO                                                     00002090
           RECORDING MODE IS F                                          00002100
           BLOCK CONTAINS 0 RECORDS.                                    00002110
           COPY CPHPR01.                                                00002120
                                                                        00002130
       FD BACKOUT                                                       00002140
           RECORDING MODE IS F                                          00002150
           BLOCK CONTAINS 0 RECORDS.                                    00002160
           COPY CPBKO01.                                                00002170
                                                                        00002180
       FD CATEGORIA-MASTER.                                             00002190
           COPY CPCAT01.                                                00002200
                                                                        00002210
       FD CHECKPT.                                                      00002220
           COPY CPCKPT01.                                               00002230
                                                                        00002240
       FD ERRLOG.                                                       00002250
           COPY CPERRL01.                                               00002260
                                                                        00002270
       FD CALENDARIO.                                                   00002280
           COPY CPCAL01.                                                00002290
                                                                        00002300
       FD ESTATIS                                                       00002310
           RECORDING MODE IS F                                          00002320
           BLOCK CONTAINS 0 RECORDS.                                    00002330
           COPY CPSTA01.                                                00002340
                                                                        00002350
       FD CONTROLE                                                      00002360
           RECORDING MODE IS F                                          00002370
           BLOCK CONTAINS 0 RECORDS.                                    00002380
           COPY CPCTRL01.                                               00002390
                                                                        00002400
       FD APROVACAO.                                                    00002410
           COPY CPAPV01.                                                00002420
                                                                        00002430
       WORKING-STORAGE                           SECTION.               00002440
       01 WRK-REGISTRO.                                                 00002450
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00002460
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00002470
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00002480
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00002490
             88 WRK-TRANS-SUBSTITUTO          VALUE 'S'.                00002500
             88 WRK-TRANS-DESCONTINUAR        VALUE 'D'.                00002510
             88 WRK-TRANS-LOCALIZACAO         VALUE 'B'.                00002520
          05 WRK-CODIGO      PIC 9(008)       VALUE ZEROS.              00002530
          05 WRK-DESCRICAO   PIC X(025)       VALUE SPACES.             00002540
          05 WRK-DESC-SUBST REDEFINES WRK-DESCRICAO.                    00002550
             10 WRK-SUBSTITUTO       PIC 9(008).                        00002560
             10 FILLER               PIC X(017).                        00002570
          05 WRK-DESC-LOCAL REDEFINES WRK-DESCRICAO.                    00002580
             10 WRK-LOCALIZACAO      PIC X(006).                        00002590
             10 FILLER               PIC X(019).                        00002600
          05 WRK-CATEGORIA   PIC X(005)       VALUE SPACES.             00002610
          05 WRK-QUANTIDADE  PIC 9(007)       VALUE ZEROS.              00002620
          05 WRK-PRECO-UNIT  PIC 9(007)V99    VALUE ZEROS.              00002630
          05 WRK-DATA-EFETIVA PIC 9(008)      VALUE ZEROS.              00002640
          05 WRK-PONTO-REPOS PIC 9(007)       VALUE ZEROS.              00002650
          05 WRK-QTD-REPOS   PIC 9(007)       VALUE ZEROS.              00002660
                                                                        00002670
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002680
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002690
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002700
       77 WRK-FS-HISTPRC           PIC X(02) VALUE SPACES.              00002710
       77 WRK-FS-BACKOUT           PIC X(02) VALUE SPACES.              00002720
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00002730
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002740
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002750
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002760
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002770
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002780
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002790
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002800
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002810
       01 WRK-SW-ENSAIO.                                                00002820
          05 WRK-SW-ENSAIO-IND       PIC X(01) VALUE 'N'.               00002830
             88 WRK-ENSAIO-LIGADO          VALUE 'S'.                   00002840
             88 WRK-ENSAIO-DESLIGADO       VALUE 'N'.                   00002850
       01 WRK-SW-VALIDO.                                                00002860
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002870
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002880
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002890
       77 WRK-PRECO-ANTERIOR        PIC 9(07)V99 COMP-3 VALUE ZERO.     00002900
       77 WRK-CONT-BACKOUT          PIC 9(07) COMP VALUE ZERO.          00002910
       77 WRK-IMG-ANTERIOR          PIC X(100) VALUE SPACES.            00002920
       01 WRK-SW-PRECO.                                                 00002930
          05 WRK-SW-PRECO-IND        PIC X(01) VALUE 'N'.               00002940
             88 WRK-PRECO-ALTERADO         VALUE 'S'.                   00002950
             88 WRK-PRECO-INALTERADO       VALUE 'N'.                   00002960
      *---------------------------------------------------              00002970
      *    ENVELOPE DO DECK DE SYSIN - CARTAO DE HEADER ('H' +          00002980
      *    NUMERO DO LOTE + ORIGEM + DATA) E DE TRAILER ('T' +          00002990
      *    QUANTIDADE DE CARTOES DE DETALHE). O ENVELOPE E              00003000
      *    CONFERIDO INTEIRO ANTES DE QUALQUER CARTAO SER               00003010
      *    APLICADO - FALTA DE HEADER/TRAILER OU CONTAGEM               00003020
      *    DIFERENTE REJEITA O LOTE COMPLETO COM RC=12; O NUMERO        00003030
      *    DO LOTE SAI EM CADA REGISTRO DA TRILHA DE AUDITORIA          00003040
      *---------------------------------------------------              00003050
       01 WRK-CARTAO-ENVELOPE.                                          00003060
          05 WRK-ENV-TIPO          PIC X(01).                           00003070
             88 WRK-ENV-HEADER            VALUE 'H'.                    00003080
             88 WRK-ENV-TRAILER           VALUE 'T'.                    00003090
          05 WRK-ENV-DADOS         PIC X(22).                           00003100
       01 WRK-ENV-HEADER-VIS REDEFINES WRK-CARTAO-ENVELOPE.             00003110
          05 FILLER                PIC X(01).                           00003120
          05 WRK-ENV-NUM-LOTE      PIC 9(06).                           00003130
          05 WRK-ENV-ORIGEM        PIC X(08).                           00003140
          05 WRK-ENV-DATA          PIC 9(08).                           00003150
       01 WRK-ENV-TRAILER-VIS REDEFINES WRK-CARTAO-ENVELOPE.            00003160
          05 FILLER                PIC X(01).                           00003170
          05 WRK-ENV-QTD-INFORMADA PIC 9(06).                           00003180
          05 FILLER                PIC X(16).                           00003190
       77 WRK-ENV-QTD-DETALHES PIC 9(06) VALUE ZERO.                    00003200
       77 WRK-ENV-QTD-TRAILER  PIC 9(06) VALUE ZERO.                    00003210
       77 WRK-ENV-LOTE-ATUAL   PIC 9(06) VALUE ZERO.                    00003220
       01 WRK-SW-ENVELOPE.                                              00003230
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00003240
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00003250
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00003260
       COPY CPAUD02.                                                    00003270
       COPY CPCAB01.                                                    00003280
       COPY CPCKP01.                                                    00003290
       COPY CPERR01.                                                    00003300
       COPY CPDTA01.                                                    00003310
       COPY CPSTT01.                                                    00003320
       COPY CPAPV02.                                                    00003330
       COPY CPSRV01.                                                    00003340
       COPY CPAUT02.                                                    00003350
      *---------------------------------------------------              00003360
       LINKAGE                                    SECTION.              00003370
      *---------------------------------------------------              00003380
       01 WRK-PARM-RESTART.                                             00003390
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003400
          05 WRK-PARM-DADOS           PIC X(66).                        00003410
      *=========================================*                       00003420
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003430
      *=========================================*                       00003440
                                                                        00003450
      *---------------------------------------------------              00003460
       0000-PRINCIPAL                     SECTION.                      00003470
      *---------------------------------------------------              00003480
             PERFORM 0100-INICIAR.                                      00003490
             PERFORM 0200-PROCESSAR                                     00003500
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003510
             PERFORM 0300-FINALIZAR.                                    00003520
      *---------------------------------------------------              00003530
       0000-99-FIM.            EXIT.                                    00003540
      *---------------------------------------------------              00003550
                                                                        00003560
       0100-INICIAR                       SECTION.                      00003570
             MOVE 'FR05CB12' TO WRK-CAB-PROGRAMA.                       00003580
             PERFORM 0101-CABECALHO-PADRAO.                             00003590
             PERFORM 0135-CONFERIR-ACESSO.                              00003600
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003610
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003620
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003630
             PERFORM 0102-INTERPRETAR-PARM.                             00003640
             IF WRK-PARM-TAM > ZERO                                     00003650
                AND WRK-PARM-DADOS (1:1) EQUAL 'T'                      00003660
                 SET WRK-ENSAIO-LIGADO TO TRUE                          00003670
                 DISPLAY ' MODO ENSAIO - NADA SERA GRAVADO '            00003680
                         'NOS MASTERS'                                  00003690
             END-IF.                                                    00003700
             OPEN I-O PRODUTO-MASTER.                                   00003710
             IF WRK-FS-PRDM EQUAL '35'                                  00003720
                 OPEN OUTPUT PRODUTO-MASTER                             00003730
                 CLOSE PRODUTO-MASTER                                   00003740
                 OPEN I-O PRODUTO-MASTER                                00003750
             END-IF.                                                    00003760
             OPEN INPUT ENTRADA-SYSIN.                                  00003770
             PERFORM 0111-CONFERIR-ENVELOPE.                            00003780
             OPEN INPUT CATEGORIA-MASTER.                               00003790
             PERFORM 0105-ABRIR-AUDITORIA.                              00003800
             PERFORM 0109-ABRIR-HISTPRECO.                              00003810
             PERFORM 0140-ABRIR-APROVACAO.                              00003820
             IF WRK-ENSAIO-DESLIGADO                                    00003830
                 PERFORM 0103-ABRIR-CHECKPOINT                          00003840
                 PERFORM 0104-POSICIONAR-RESTART                        00003850
             END-IF.                                                    00003860
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003870
                 OPEN EXTEND REJEITO-INTAKE                             00003880
                 OPEN EXTEND CONTROLE                                   00003890
             ELSE                                                       00003900
                 OPEN OUTPUT REJEITO-INTAKE                             00003910
                 OPEN OUTPUT CONTROLE                                   00003920
             END-IF.                                                    00003930
      *    NO ENSAIO O BACKOUT NAO E ABERTO - O OPEN OUTPUT             00003940
      *    CATALOGARIA UMA GERACAO VAZIA E A GERACAO (0) DO             00003950
      *    DESFAZER (FR05CB28) PASSARIA A SER O ENSAIO                  00003960
             IF WRK-ENSAIO-DESLIGADO                                    00003970
                 IF WRK-CKPT-QTD-A-PULAR > ZERO                         00003980
                     OPEN EXTEND BACKOUT                                00003990
                 ELSE                                                   00004000
                     OPEN OUTPUT BACKOUT                                00004010
                 END-IF                                                 00004020
             END-IF.                                                    00004030
             PERFORM 0110-TESTAR-STATUS.                                00004040
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00004050
             IF WRK-ENSAIO-DESLIGADO                                    00004060
                 PERFORM 0150-APLICAR-APROVADOS                         00004070
             END-IF.                                                    00004080
      *---------------------------------------------------              00004090
       0100-99-FIM.            EXIT.                                    00004100
      *---------------------------------------------------              00004110
           COPY CPCAB02.                                                00004120
       COPY CPCKP02.                                                    00004130
           COPY CPERR02.                                                00004140
           COPY CPDTA02.                                                00004150
           COPY CPSTT02.                                                00004160
           COPY CPAUD03.                                                00004170
           COPY CPAPV03.                                                00004180
      *---------------------------------------------------              00004190
       0105-ABRIR-AUDITORIA               SECTION.                      00004200
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00004210
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004220
      *---------------------------------------------------              00004230
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00004240
             OPEN EXTEND AUDITORIA.                                     00004250
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004260
                 OPEN OUTPUT AUDITORIA                                  00004270
                 CLOSE AUDITORIA                                        00004280
                 OPEN EXTEND AUDITORIA                                  00004290
             END-IF.                                                    00004300
      *---------------------------------------------------              00004310
       0109-ABRIR-HISTPRECO               SECTION.                      00004320
      *    ABRE O LIVRO DE HISTORICO DE PRECO EM EXTEND, CRIANDO-O      00004330
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)  00004340
      *---------------------------------------------------              00004350
             OPEN EXTEND HISTPRECO.                                     00004360
             IF WRK-FS-HISTPRC EQUAL '35'                               00004370
                 OPEN OUTPUT HISTPRECO                                  00004380
                 CLOSE HISTPRECO                                        00004390
                 OPEN EXTEND HISTPRECO                                  00004400
             END-IF.                                                    00004410
      *---------------------------------------------------              00004420
      *---------------------------------------------------              00004430
      *---------------------------------------------------              00004440
       0111-CONFERIR-ENVELOPE             SECTION.                      00004450
      *    PASSA PELO DECK INTEIRO CONFERINDO O ENVELOPE ANTES DE       00004460
      *    QUALQUER CARTAO SER APLICADO: O PRIMEIRO CARTAO DEVE         00004470
      *    SER O HEADER, O ULTIMO O TRAILER, E A QUANTIDADE DE          00004480
      *    DETALHES DEVE BATER COM A INFORMADA. DEPOIS O DECK E         00004490
      *    REABERTO E O HEADER E CONSUMIDO PARA O PROCESSAMENTO         00004500
      *---------------------------------------------------              00004510
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004520
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004530
                OR NOT WRK-ENV-HEADER                                   00004540
                 MOVE ' ERRO DECK SEM CARTAO DE HEADER DE LOTE '        00004550
                     TO WRK-MSG                                         00004560
                 MOVE 12 TO RETURN-CODE                                 00004570
                 PERFORM 9000-TRATA-ERROS                               00004580
             END-IF.                                                    00004590
             MOVE WRK-ENV-NUM-LOTE TO WRK-ENV-LOTE-ATUAL.               00004600
             PERFORM 0113-CONTAR-UM-CARTAO                              00004610
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004620
             IF WRK-ENV-SEM-TRAILER                                     00004630
                 MOVE ' ERRO DECK SEM CARTAO DE TRAILER DE LOTE '       00004640
                     TO WRK-MSG                                         00004650
                 MOVE 12 TO RETURN-CODE                                 00004660
                 PERFORM 9000-TRATA-ERROS                               00004670
             END-IF.                                                    00004680
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00004690
                 DISPLAY ' LOTE ' WRK-ENV-LOTE-ATUAL                    00004700
                         ' CONTADOS: ' WRK-ENV-QTD-DETALHES             00004710
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00004720
                 MOVE ' ERRO CONTAGEM DO LOTE NAO CONFERE '             00004730
                     TO WRK-MSG                                         00004740
                 MOVE 12 TO RETURN-CODE                                 00004750
                 PERFORM 9000-TRATA-ERROS                               00004760
             END-IF.                                                    00004770
             CLOSE ENTRADA-SYSIN.                                       00004780
             OPEN INPUT ENTRADA-SYSIN.                                  00004790
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004800
      *---------------------------------------------------              00004810
       0113-CONTAR-UM-CARTAO              SECTION.                      00004820
      *    CONTA OS CARTOES DE DETALHE E GUARDA A QUANTIDADE            00004830
      *    INFORMADA NO TRAILER - CARTAO DEPOIS DO TRAILER E            00004840
      *    DECK TRUNCADO/REMONTADO E TAMBEM REJEITA O LOTE              00004850
      *---------------------------------------------------              00004860
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004870
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004880
                 IF WRK-ENV-TRAILER                                     00004890
                     SET WRK-ENV-TRAILER-VISTO TO TRUE                  00004900
                     MOVE WRK-ENV-QTD-INFORMADA                         00004910
                         TO WRK-ENV-QTD-TRAILER                         00004920
                 ELSE                                                   00004930
                     IF WRK-ENV-TRAILER-VISTO                           00004940
                         MOVE ' ERRO CARTAO DEPOIS DO TRAILER '         00004950
                             TO WRK-MSG                                 00004960
                         MOVE 12 TO RETURN-CODE                         00004970
                         PERFORM 9000-TRATA-ERROS                       00004980
                     END-IF                                             00004990
                     ADD 1 TO WRK-ENV-QTD-DETALHES                      00005000
                 END-IF                                                 00005010
             END-IF.                                                    00005020
       0107-PULAR-CARTOES-PROCESSADOS SECTION.                          00005030
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00005040
      *    ULTIMO CHECKPOINT                                            00005050
      *---------------------------------------------------              00005060
             PERFORM 0108-PULAR-UM-CARTAO                               00005070
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00005080
                    OR WRK-FS-SYSIN EQUAL '10'.                         00005090
      *---------------------------------------------------              00005100
       0108-PULAR-UM-CARTAO           SECTION.                          00005110
      *---------------------------------------------------              00005120
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005130
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005140
                 ADD 1 TO WRK-CONT-LIDOS                                00005150
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005160
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005170
             END-IF.                                                    00005180
                                                                        00005190
       0110-TESTAR-STATUS                 SECTION.                      00005200
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005210
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005220
                 PERFORM 9000-TRATA-ERROS                               00005230
             END-IF.                                                    00005240
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005250
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005260
                 PERFORM 9000-TRATA-ERROS                               00005270
             END-IF.                                                    00005280
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005290
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005300
                 PERFORM 9000-TRATA-ERROS                               00005310
             END-IF.                                                    00005320
             IF WRK-FS-HISTPRC NOT EQUAL ZEROS                          00005330
                 MOVE ' ERRO OPEN HISTPRECO ' TO WRK-MSG                00005340
                 PERFORM 9000-TRATA-ERROS                               00005350
             END-IF.                                                    00005360
             IF WRK-ENSAIO-DESLIGADO                                    00005370
                AND WRK-FS-BACKOUT NOT EQUAL ZEROS                      00005380
                 MOVE ' ERRO OPEN BACKOUT ' TO WRK-MSG                  00005390
                 PERFORM 9000-TRATA-ERROS                               00005400
             END-IF.                                                    00005410
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00005420
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00005430
                 PERFORM 9000-TRATA-ERROS                               00005440
             END-IF.                                                    00005450
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005460
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005470
                 PERFORM 9000-TRATA-ERROS                               00005480
             END-IF.                                                    00005490
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005500
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005510
                 PERFORM 9000-TRATA-ERROS                               00005520
             END-IF.                                                    00005530
      *---------------------------------------------------              00005540
       0200-PROCESSAR                     SECTION.                      00005550
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005560
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005570
                AND WRK-TIPO-TRANS EQUAL 'T'                            00005580
                 MOVE '10' TO WRK-FS-SYSIN                              00005590
             END-IF.                                                    00005600
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005610
                 ADD 1 TO WRK-CONT-LIDOS                                00005620
                 PERFORM 0210-VALIDAR-REGISTRO                          00005630
                 PERFORM 0240-TESTAR-SENSIBILIDADE                      00005640
                 IF WRK-CARTAO-RETIDO                                   00005650
                     IF WRK-ENSAIO-LIGADO                               00005660
                         DISPLAY ' ENSAIO: SERIA RETIDO PARA APROVACAO '00005670
                                 WRK-CODIGO                             00005680
                     ELSE                                               00005690
                         PERFORM 0145-RETER-CARTAO                      00005700
                     END-IF                                             00005710
                 END-IF                                                 00005720
                 IF WRK-REGISTRO-VALIDO AND WRK-CARTAO-LIVRE            00005730
                     IF WRK-ENSAIO-LIGADO                               00005740
                         PERFORM 0224-LISTAR-ENSAIO                     00005750
                     ELSE                                               00005760
                         PERFORM 0212-GRAVA-PRODUTO                     00005770
                     END-IF                                             00005780
                 END-IF                                                 00005790
                 IF WRK-CARTAO-RETIDO                                   00005800
                     ADD 1 TO WRK-CONT-RETIDOS                          00005810
                     SET AUD-RETIDO TO TRUE                             00005820
                 ELSE IF WRK-REGISTRO-VALIDO                            00005830
                     ADD 1 TO WRK-CONT-ACEITOS                          00005840
                     SET AUD-ACEITO TO TRUE                             00005850
                 ELSE                                                   00005860
                     ADD 1 TO WRK-CONT-REJEITADOS                       00005870
                     PERFORM 0220-GRAVA-REJEITO                         00005880
                     SET AUD-REJEITADO TO TRUE                          00005890
                 END-IF END-IF                                          00005900
                 IF WRK-ENSAIO-DESLIGADO                                00005910
                     PERFORM 0900-GRAVAR-AUDITORIA                      00005920
                 END-IF                                                 00005930
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005940
                 IF WRK-ENSAIO-DESLIGADO                                00005950
                     PERFORM 0105-CHECAR-CHECKPOINT                     00005960
                 END-IF                                                 00005970
             END-IF.                                                    00005980
      *---------------------------------------------------              00005990
       0212-GRAVA-PRODUTO                 SECTION.                      00006000
             MOVE WRK-CODIGO      TO PRDM-CODIGO.                       00006010
             EVALUATE TRUE                                              00006020
                 WHEN WRK-TRANS-INCLUSAO                                00006030
                     MOVE WRK-DESCRICAO    TO PRDM-DESCRICAO            00006040
                     MOVE WRK-CATEGORIA    TO PRDM-CATEGORIA            00006050
                     MOVE WRK-QUANTIDADE   TO PRDM-QUANTIDADE           00006060
                     MOVE WRK-PRECO-UNIT   TO PRDM-PRECO-UNIT           00006070
                     MOVE WRK-DATA-EFETIVA TO PRDM-DATA-EFETIVA         00006080
                     MOVE WRK-PONTO-REPOS  TO PRDM-PONTO-REPOSICAO      00006090
                     MOVE WRK-QTD-REPOS    TO PRDM-QTD-REPOSICAO        00006100
                     MOVE ZEROS            TO PRDM-QTD-COMPROMETIDA     00006110
                     MOVE ZEROS            TO PRDM-CODIGO-SUBSTITUTO    00006120
                     MOVE SPACES           TO PRDM-LOCALIZACAO          00006130
                     MOVE ZEROS            TO PRDM-CUSTO-UNIT           00006140
                     SET PRDM-ATIVO        TO TRUE                      00006150
                     WRITE CPPRDM01-REGISTRO                            00006160
                         INVALID KEY                                    00006170
                             MOVE ' PRODUTO JA CADASTRADO ' TO WRK-MSG  00006180
                             DISPLAY WRK-MSG                            00006190
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006200
                             MOVE 06 TO REJ3-CODIGO-MOTIVO              00006210
                             MOVE WRK-MSG TO REJ3-DESCRICAO-MOTIVO      00006220
                         NOT INVALID KEY                                00006230
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00006240
                             MOVE PRDM-CODIGO                           00006250
                                 TO WRK-IMG-ANTERIOR (1:8)              00006260
                             PERFORM 0218-GRAVAR-BACKOUT                00006270
                     END-WRITE                                          00006280
                 WHEN WRK-TRANS-ALTERACAO                               00006290
                     READ PRODUTO-MASTER                                00006300
                         INVALID KEY                                    00006310
                             MOVE ' PRODUTO INEXISTENTE ' TO WRK-MSG    00006320
                             DISPLAY WRK-MSG                            00006330
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006340
                             MOVE 06 TO REJ3-CODIGO-MOTIVO              00006350
                             MOVE WRK-MSG TO REJ3-DESCRICAO-MOTIVO      00006360
                         NOT INVALID KEY                                00006370
                             PERFORM 0214-CHECAR-PRECO                  00006380
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00006390
                             MOVE CPPRDM01-REGISTRO                     00006400
                                 TO WRK-IMG-ANTERIOR                    00006410
                             MOVE WRK-DESCRICAO    TO PRDM-DESCRICAO    00006420
                             MOVE WRK-CATEGORIA    TO PRDM-CATEGORIA    00006430
                             MOVE WRK-QUANTIDADE   TO PRDM-QUANTIDADE   00006440
                             MOVE WRK-PRECO-UNIT   TO PRDM-PRECO-UNIT   00006450
                             MOVE WRK-DATA-EFETIVA TO PRDM-DATA-EFETIVA 00006460
                             MOVE WRK-PONTO-REPOS                       00006470
                                 TO PRDM-PONTO-REPOSICAO                00006480
                             MOVE WRK-QTD-REPOS                         00006490
                                 TO PRDM-QTD-REPOSICAO                  00006500
                             REWRITE CPPRDM01-REGISTRO                  00006510
                             PERFORM 0218-GRAVAR-BACKOUT                00006520
                             IF WRK-PRECO-ALTERADO                      00006530
                                 PERFORM 0216-GRAVAR-HIST-PRECO         00006540
                             END-IF                                     00006550
                     END-READ                                           00006560
                 WHEN WRK-TRANS-SUBSTITUTO                              00006570
                     PERFORM 0219-GRAVA-SUBSTITUTO                      00006580
                 WHEN WRK-TRANS-LOCALIZACAO                             00006590
                     READ PRODUTO-MASTER                                00006600
                         INVALID KEY                                    00006610
                             MOVE ' PRODUTO INEXISTENTE ' TO WRK-MSG    00006620
                             DISPLAY WRK-MSG                            00006630
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006640
                             MOVE 06 TO REJ3-CODIGO-MOTIVO              00006650
                             MOVE WRK-MSG TO REJ3-DESCRICAO-MOTIVO      00006660
                         NOT INVALID KEY                                00006670
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00006680
                             MOVE CPPRDM01-REGISTRO                     00006690
                                 TO WRK-IMG-ANTERIOR                    00006700
                             MOVE WRK-LOCALIZACAO                       00006710
                                 TO PRDM-LOCALIZACAO                    00006720
                             REWRITE CPPRDM01-REGISTRO                  00006730
                             PERFORM 0218-GRAVAR-BACKOUT                00006740
                     END-READ                                           00006750
                 WHEN WRK-TRANS-DESCONTINUAR                            00006760
                     READ PRODUTO-MASTER                                00006770
                         INVALID KEY                                    00006780
                             MOVE ' PRODUTO INEXISTENTE ' TO WRK-MSG    00006790
                             DISPLAY WRK-MSG                            00006800
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006810
                             MOVE 06 TO REJ3-CODIGO-MOTIVO              00006820
                             MOVE WRK-MSG TO REJ3-DESCRICAO-MOTIVO      00006830
                         NOT INVALID KEY                                00006840
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00006850
                             MOVE CPPRDM01-REGISTRO                     00006860
                                 TO WRK-IMG-ANTERIOR                    00006870
                             SET PRDM-DESCONTINUADO TO TRUE             00006880
                             REWRITE CPPRDM01-REGISTRO                  00006890
                             PERFORM 0218-GRAVAR-BACKOUT                00006900
                     END-READ                                           00006910
                 WHEN WRK-TRANS-EXCLUSAO                                00006920
                     READ PRODUTO-MASTER                                00006930
                         INVALID KEY                                    00006940
                             MOVE ' PRODUTO INEXISTENTE ' TO WRK-MSG    00006950
                             DISPLAY WRK-MSG                            00006960
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006970
                             MOVE 06 TO REJ3-CODIGO-MOTIVO              00006980
                             MOVE WRK-MSG TO REJ3-DESCRICAO-MOTIVO      00006990
                         NOT INVALID KEY                                00007000
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00007010
                             MOVE CPPRDM01-REGISTRO                     00007020
                                 TO WRK-IMG-ANTERIOR                    00007030
                             SET PRDM-INATIVO TO TRUE                   00007040
                             REWRITE CPPRDM01-REGISTRO                  00007050
                             PERFORM 0218-GRAVAR-BACKOUT                00007060
                     END-READ                                           00007070
             END-EVALUATE.                                              00007080
      *---------------------------------------------------              00007090
       0218-GRAVAR-BACKOUT                SECTION.                      00007100
      *    GRAVA O REGISTRO DE BACKOUT DA TRANSACAO RECEM-APLICADA      00007110
      *    - IMAGEM ANTERIOR DO MASTER PARA ALTERACAO/EXCLUSAO, OU      00007120
      *    MARCA DE INCLUSAO (SO A CHAVE CRIADA) PARA A INCLUSAO.       00007130
      *    SUBSTITUTO/DESCONTINUACAO/LOCALIZACAO SAO GRAVADAS COMO      00007140
      *    ALTERACAO ('M'), POIS O DESFAZER E O MESMO: RESTAURAR        00007150
      *    A IMAGEM ANTERIOR                                            00007160
      *---------------------------------------------------              00007170
             MOVE 'FR05CB12'          TO BKO-PROGRAMA.                  00007180
             ADD 1 TO WRK-CONT-BACKOUT.                                 00007190
             MOVE WRK-CONT-BACKOUT    TO BKO-SEQUENCIA.                 00007200
             IF WRK-TRANS-SUBSTITUTO OR WRK-TRANS-DESCONTINUAR          00007210
                OR WRK-TRANS-LOCALIZACAO                                00007220
                 MOVE 'M' TO BKO-TIPO-ACAO                              00007230
             ELSE                                                       00007240
                 MOVE WRK-TIPO-TRANS  TO BKO-TIPO-ACAO                  00007250
             END-IF.                                                    00007260
             MOVE WRK-IMG-ANTERIOR    TO BKO-IMAGEM-ANTERIOR.           00007270
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00007280
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007290
             MOVE WRK-DATA-ATUAL      TO BKO-DATA.                      00007300
             MOVE WRK-HORA-ATUAL (1:6) TO BKO-HORA.                     00007310
             WRITE CPBKO01-REGISTRO.                                    00007320
      *---------------------------------------------------              00007330
       0219-GRAVA-SUBSTITUTO              SECTION.                      00007340
      *    CARTAO 'S' FIXA O PRODUTO SUBSTITUTO (PRIMEIRAS OITO         00007350
      *    POSICOES DAS COLUNAS DE DESCRICAO, COMO O CARTAO 'L'         00007360
      *    DE LIMITE DA FR05CB05) - SUBSTITUTO ZERADO LIMPA A           00007370
      *    CORRENTE; O SUBSTITUTO PRECISA EXISTIR E NAO PODE SER        00007380
      *    O PROPRIO PRODUTO                                            00007390
      *---------------------------------------------------              00007400
             IF WRK-SUBSTITUTO NOT NUMERIC                              00007410
                OR WRK-SUBSTITUTO EQUAL WRK-CODIGO                      00007420
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007430
                 MOVE 06 TO REJ3-CODIGO-MOTIVO                          00007440
                 MOVE 'SUBSTITUTO INVALIDO' TO                          00007450
                     REJ3-DESCRICAO-MOTIVO                              00007460
                 GO TO 0219-99-FIM                                      00007470
             END-IF.                                                    00007480
             IF WRK-SUBSTITUTO > ZEROS                                  00007490
                 MOVE WRK-SUBSTITUTO TO PRDM-CODIGO                     00007500
                 READ PRODUTO-MASTER                                    00007510
                     INVALID KEY                                        00007520
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007530
                         MOVE 06 TO REJ3-CODIGO-MOTIVO                  00007540
                         MOVE 'SUBSTITUTO NAO CADASTRADO' TO            00007550
                             REJ3-DESCRICAO-MOTIVO                      00007560
                         GO TO 0219-99-FIM                              00007570
                 END-READ                                               00007580
             END-IF.                                                    00007590
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00007600
             READ PRODUTO-MASTER                                        00007610
                 INVALID KEY                                            00007620
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007630
                     MOVE 06 TO REJ3-CODIGO-MOTIVO                      00007640
                     MOVE 'PRODUTO INEXISTENTE' TO                      00007650
                         REJ3-DESCRICAO-MOTIVO                          00007660
                 NOT INVALID KEY                                        00007670
                     MOVE SPACES TO WRK-IMG-ANTERIOR                    00007680
                     MOVE CPPRDM01-REGISTRO TO WRK-IMG-ANTERIOR         00007690
                     MOVE WRK-SUBSTITUTO                                00007700
                         TO PRDM-CODIGO-SUBSTITUTO                      00007710
                     REWRITE CPPRDM01-REGISTRO                          00007720
                     PERFORM 0218-GRAVAR-BACKOUT                        00007730
             END-READ.                                                  00007740
       0219-99-FIM.            EXIT.                                    00007750
      *---------------------------------------------------              00007760
       0214-CHECAR-PRECO                  SECTION.                      00007770
      *    COMPARA O PRECO UNITARIO DO CARTAO COM O JA GRAVADO NO       00007780
      *    MASTER E GUARDA O PRECO ANTERIOR QUANDO HOUVER MUDANCA,      00007790
      *    PARA O LIVRO DE HISTORICO DE PRECO                           00007800
      *---------------------------------------------------              00007810
             SET WRK-PRECO-INALTERADO TO TRUE.                          00007820
             IF WRK-PRECO-UNIT NOT EQUAL PRDM-PRECO-UNIT                00007830
                 MOVE PRDM-PRECO-UNIT TO WRK-PRECO-ANTERIOR             00007840
                 SET WRK-PRECO-ALTERADO TO TRUE                         00007850
             END-IF.                                                    00007860
      *---------------------------------------------------              00007870
       0216-GRAVAR-HIST-PRECO             SECTION.                      00007880
      *    GRAVA NO LIVRO DE HISTORICO DE PRECO A MUDANCA APLICADA      00007890
      *    POR UMA ALTERACAO ('M'), COM O PRECO ANTERIOR, O NOVO,       00007900
      *    A DATA DE NEGOCIO/HORA E O PROGRAMA DE ORIGEM - A            00007910
      *    REPRECIFICACAO (FR05CB64) SELECIONA POR HPR-DATA =           00007920
      *    DATA DE NEGOCIO                                              00007930
      *---------------------------------------------------              00007940
             MOVE PRDM-CODIGO         TO HPR-CODIGO.                    00007950
             MOVE PRDM-CATEGORIA      TO HPR-CATEGORIA.                 00007960
             MOVE WRK-PRECO-ANTERIOR  TO HPR-PRECO-ANTERIOR.            00007970
             MOVE PRDM-PRECO-UNIT     TO HPR-PRECO-NOVO.                00007980
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007990
             MOVE WRK-DATA-NEGOCIO    TO HPR-DATA.                      00008000
             MOVE WRK-HORA-ATUAL (1:6) TO HPR-HORA.                     00008010
             MOVE 'FR05CB12'          TO HPR-PROGRAMA.                  00008020
             WRITE CPHPR01-REGISTRO.                                    00008030
      *---------------------------------------------------              00008040
       0135-CONFERIR-ACESSO               SECTION.                      00008050
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00008060
      *    OPERADOR DO JOB PODE RODAR ESTE PROGRAMA - MASTER DE         00008070
      *    AUTORIZACAO AINDA NAO IMPLANTADO SEGUE COM AVISO;            00008080
      *    NEGADO, O JOB TERMINA COM RC=12                              00008090
      *---------------------------------------------------              00008100
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00008110
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00008120
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00008130
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00008140
             EVALUATE TRUE                                              00008150
                 WHEN AUT-CHK-PERMITIDO                                 00008160
                     CONTINUE                                           00008170
                 WHEN AUT-CHK-SEM-MASTER                                00008180
                     DISPLAY ' AVISO: SEM MASTER DE AUTORIZACAO'        00008190
                 WHEN OTHER                                             00008200
                     MOVE 12 TO RETURN-CODE                             00008210
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00008220
                         TO WRK-MSG                                     00008230
                     PERFORM 9000-TRATA-ERROS                           00008240
             END-EVALUATE.                                              00008250
      *---------------------------------------------------              00008260
       0210-VALIDAR-REGISTRO              SECTION.                      00008270
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00008280
             PERFORM 0209-AUTORIZAR-TRANSACAO.                          00008290
             IF WRK-REGISTRO-INVALIDO                                   00008300
                 GO TO 0210-99-FIM                                      00008310
             END-IF.                                                    00008320
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00008330
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00008340
                WRK-TIPO-TRANS NOT EQUAL 'E' AND                        00008350
                WRK-TIPO-TRANS NOT EQUAL 'S' AND                        00008360
                WRK-TIPO-TRANS NOT EQUAL 'D' AND                        00008370
                WRK-TIPO-TRANS NOT EQUAL 'B'                            00008380
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008390
                 MOVE 01 TO REJ3-CODIGO-MOTIVO                          00008400
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00008410
                     REJ3-DESCRICAO-MOTIVO                              00008420
             ELSE IF WRK-CODIGO NOT NUMERIC                             00008430
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008440
                 MOVE 02 TO REJ3-CODIGO-MOTIVO                          00008450
                 MOVE 'CODIGO NAO NUMERICO' TO REJ3-DESCRICAO-MOTIVO    00008460
             ELSE IF WRK-TRANS-EXCLUSAO                                 00008470
                  OR WRK-TRANS-SUBSTITUTO                               00008480
                  OR WRK-TRANS-DESCONTINUAR                             00008490
                  OR WRK-TRANS-LOCALIZACAO                              00008500
                 CONTINUE                                               00008510
             ELSE IF WRK-QUANTIDADE NOT NUMERIC                         00008520
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008530
                 MOVE 03 TO REJ3-CODIGO-MOTIVO                          00008540
                 MOVE 'QUANTIDADE NAO NUMERICA' TO REJ3-DESCRICAO-MOTIVO00008550
             ELSE IF WRK-PRECO-UNIT NOT NUMERIC                         00008560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008570
                 MOVE 04 TO REJ3-CODIGO-MOTIVO                          00008580
                 MOVE 'PRECO UNITARIO NAO NUMERICO' TO                  00008590
                     REJ3-DESCRICAO-MOTIVO                              00008600
             ELSE IF WRK-DESCRICAO EQUAL SPACES                         00008610
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008620
                 MOVE 05 TO REJ3-CODIGO-MOTIVO                          00008630
                 MOVE 'DESCRICAO EM BRANCO' TO REJ3-DESCRICAO-MOTIVO    00008640
             END-IF END-IF END-IF END-IF END-IF.                        00008650
             IF WRK-REGISTRO-VALIDO                                     00008660
                AND (WRK-TRANS-INCLUSAO OR WRK-TRANS-ALTERACAO)         00008670
                 PERFORM 0211-NORMALIZAR-REPOSICAO                      00008680
             END-IF.                                                    00008690
             IF WRK-REGISTRO-VALIDO                                     00008700
                AND (WRK-TRANS-INCLUSAO OR WRK-TRANS-ALTERACAO)         00008710
                 PERFORM 0213-VALIDAR-CATEGORIA                         00008720
             END-IF.                                                    00008730
       0210-99-FIM.            EXIT.                                    00008740
      *---------------------------------------------------              00008750
       0209-AUTORIZAR-TRANSACAO           SECTION.                      00008760
      *    CONFERE NO SERVICO DE AUTORIZACAO SE O OPERADOR PODE         00008770
      *    APLICAR O TIPO DE TRANSACAO DO CARTAO - MASTER AINDA         00008780
      *    NAO IMPLANTADO LIBERA; NEGADO, O CARTAO E REJEITADO E        00008790
      *    AUDITADO COMO OS DEMAIS REJEITOS                             00008800
      *---------------------------------------------------              00008810
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00008820
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00008830
             MOVE WRK-TIPO-TRANS   TO AUT-CHK-TRANSACAO.                00008840
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00008850
             IF AUT-CHK-NEGADO                                          00008860
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008870
                 MOVE 09 TO REJ3-CODIGO-MOTIVO                          00008880
                 MOVE 'OPERADOR NAO AUTORIZADO' TO                      00008890
                     REJ3-DESCRICAO-MOTIVO                              00008900
             END-IF.                                                    00008910
      *---------------------------------------------------              00008920
       0224-LISTAR-ENSAIO                 SECTION.                      00008930
      *    MODO ENSAIO: SIMULA O DESFECHO DA TRANSACAO CONTRA O         00008940
      *    MASTER (DUPLICATA NA INCLUSAO, AUSENCIA NAS DEMAIS) E        00008950
      *    LISTA O QUE SERIA APLICADO - NADA E GRAVADO                  00008960
      *---------------------------------------------------              00008970
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00008980
             IF WRK-TRANS-INCLUSAO                                      00008990
                 READ PRODUTO-MASTER                                    00009000
                     INVALID KEY                                        00009010
                         CONTINUE                                       00009020
                     NOT INVALID KEY                                    00009030
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00009040
                         MOVE 06 TO REJ3-CODIGO-MOTIVO                  00009050
                         MOVE 'PRODUTO JA CADASTRADO' TO                00009060
                             REJ3-DESCRICAO-MOTIVO                      00009070
                 END-READ                                               00009080
             ELSE                                                       00009090
                 READ PRODUTO-MASTER                                    00009100
                     INVALID KEY                                        00009110
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00009120
                         MOVE 06 TO REJ3-CODIGO-MOTIVO                  00009130
                         MOVE 'PRODUTO INEXISTENTE' TO                  00009140
                             REJ3-DESCRICAO-MOTIVO                      00009150
                 END-READ                                               00009160
             END-IF.                                                    00009170
             IF WRK-REGISTRO-VALIDO                                     00009180
                 DISPLAY ' ENSAIO: APLICARIA ' WRK-TIPO-TRANS           00009190
                         ' NO PRODUTO ' WRK-CODIGO                      00009200
             END-IF.                                                    00009210
      *---------------------------------------------------              00009220
       0213-VALIDAR-CATEGORIA             SECTION.                      00009230
      *    CRUZA A CATEGORIA DO CARTAO CONTRA O MASTER DE               00009240
      *    CATEGORIA (CPCAT01) - SO E ACEITA SE EXISTIR E ESTIVER       00009250
      *    ATIVA, ACABANDO COM A CATEGORIA DE TEXTO LIVRE               00009260
      *---------------------------------------------------              00009270
             MOVE WRK-CATEGORIA TO CAT-CODIGO.                          00009280
             READ CATEGORIA-MASTER                                      00009290
                 INVALID KEY                                            00009300
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009310
                     MOVE 08 TO REJ3-CODIGO-MOTIVO                      00009320
                     MOVE 'CATEGORIA NAO CADASTRADA' TO                 00009330
                         REJ3-DESCRICAO-MOTIVO                          00009340
                 NOT INVALID KEY                                        00009350
                     IF CAT-INATIVA                                     00009360
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00009370
                         MOVE 08 TO REJ3-CODIGO-MOTIVO                  00009380
                         MOVE 'CATEGORIA INATIVA' TO                    00009390
                             REJ3-DESCRICAO-MOTIVO                      00009400
                     END-IF                                             00009410
             END-READ.                                                  00009420
      *---------------------------------------------------              00009430
       0211-NORMALIZAR-REPOSICAO          SECTION.                      00009440
      *    CAMPOS DE REPOSICAO EM BRANCO (CARTOES ANTIGOS DE 63         00009450
      *    POSICOES) SAO ACEITOS COMO ZEROS; QUALQUER OUTRO             00009460
      *    CONTEUDO NAO NUMERICO REJEITA O CARTAO                       00009470
      *---------------------------------------------------              00009480
             IF WRK-PONTO-REPOS NOT NUMERIC                             00009490
                 IF WRK-PONTO-REPOS (1:7) EQUAL SPACES                  00009500
                     MOVE ZEROS TO WRK-PONTO-REPOS                      00009510
                 ELSE                                                   00009520
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009530
                     MOVE 07 TO REJ3-CODIGO-MOTIVO                      00009540
                     MOVE 'PONTO DE REPOSICAO NAO NUMERICO' TO          00009550
                         REJ3-DESCRICAO-MOTIVO                          00009560
                 END-IF                                                 00009570
             END-IF.                                                    00009580
             IF WRK-REGISTRO-VALIDO                                     00009590
                AND WRK-QTD-REPOS NOT NUMERIC                           00009600
                 IF WRK-QTD-REPOS (1:7) EQUAL SPACES                    00009610
                     MOVE ZEROS TO WRK-QTD-REPOS                        00009620
                 ELSE                                                   00009630
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009640
                     MOVE 07 TO REJ3-CODIGO-MOTIVO                      00009650
                     MOVE 'QTD DE REPOSICAO NAO NUMERICA' TO            00009660
                         REJ3-DESCRICAO-MOTIVO                          00009670
                 END-IF                                                 00009680
             END-IF.                                                    00009690
      *---------------------------------------------------              00009700
       0240-TESTAR-SENSIBILIDADE          SECTION.                      00009710
      *    DUPLA CUSTODIA: A ALTERACAO QUE MUDA O PRECO UNITARIO        00009720
      *    EM MAIS DE WRK-APV-PCT-PRECO POR CENTO (PARA MAIS OU         00009730
      *    PARA MENOS) NAO E APLICADA - FICA RETIDA ATE A               00009740
      *    APROVACAO DE UM SEGUNDO OPERADOR (FR06CB27). PRODUTO         00009750
      *    AINDA SEM PRECO RECEBE O PRIMEIRO PRECO DIRETO E             00009760
      *    PRODUTO INEXISTENTE SEGUE PARA O REJEITO NORMAL              00009770
      *---------------------------------------------------              00009780
             SET WRK-CARTAO-LIVRE TO TRUE.                              00009790
             IF WRK-REGISTRO-INVALIDO OR NOT WRK-TRANS-ALTERACAO        00009800
                 GO TO 0240-99-FIM                                      00009810
             END-IF.                                                    00009820
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00009830
             READ PRODUTO-MASTER                                        00009840
                 INVALID KEY                                            00009850
                     GO TO 0240-99-FIM                                  00009860
             END-READ.                                                  00009870
             IF PRDM-PRECO-UNIT EQUAL ZEROS                             00009880
                 GO TO 0240-99-FIM                                      00009890
             END-IF.                                                    00009900
             COMPUTE WRK-APV-DIFERENCA =                                00009910
                     WRK-PRECO-UNIT - PRDM-PRECO-UNIT.                  00009920
             IF WRK-APV-DIFERENCA < ZERO                                00009930
                 COMPUTE WRK-APV-DIFERENCA = WRK-APV-DIFERENCA * -1     00009940
             END-IF.                                                    00009950
             IF WRK-APV-DIFERENCA * 100 NOT >                           00009960
                PRDM-PRECO-UNIT * WRK-APV-PCT-PRECO                     00009970
                 GO TO 0240-99-FIM                                      00009980
             END-IF.                                                    00009990
             SET WRK-CARTAO-RETIDO TO TRUE.                             00010000
             MOVE SPACES TO CPAPV01-REGISTRO.                           00010010
             SET APV-REGRA-PRECO TO TRUE.                               00010020
             MOVE WRK-CODIGO         TO APV-CHAVE.                      00010030
             MOVE PRDM-PRECO-UNIT    TO APV-VALOR-ANTERIOR.             00010040
             MOVE WRK-PRECO-UNIT     TO APV-VALOR-NOVO.                 00010050
             MOVE WRK-ENV-LOTE-ATUAL TO APV-NUM-LOTE.                   00010060
       0240-99-FIM.            EXIT.                                    00010070
      *---------------------------------------------------              00010080
       0250-APLICAR-CARTAO-APROVADO       SECTION.                      00010090
      *    APLICA O CARTAO DE UMA PENDENCIA JA APROVADA (CPAPV03),      00010100
      *    COM A MESMA CRITICA E A MESMA TRILHA DOS CARTOES DA          00010110
      *    SYSIN - O LOTE DA AUDITORIA E O DO DIA DA RETENCAO           00010120
      *---------------------------------------------------              00010130
             MOVE WRK-ENV-LOTE-ATUAL TO WRK-APV-LOTE-SALVO.             00010140
             MOVE APV-NUM-LOTE       TO WRK-ENV-LOTE-ATUAL.             00010150
             PERFORM 0210-VALIDAR-REGISTRO.                             00010160
             IF WRK-REGISTRO-VALIDO                                     00010170
                 PERFORM 0212-GRAVA-PRODUTO                             00010180
             END-IF.                                                    00010190
             IF WRK-REGISTRO-VALIDO                                     00010200
                 SET AUD-ACEITO TO TRUE                                 00010210
             ELSE                                                       00010220
                 PERFORM 0220-GRAVA-REJEITO                             00010230
                 SET AUD-REJEITADO TO TRUE                              00010240
             END-IF.                                                    00010250
             PERFORM 0900-GRAVAR-AUDITORIA.                             00010260
             MOVE WRK-APV-LOTE-SALVO TO WRK-ENV-LOTE-ATUAL.             00010270
      *---------------------------------------------------              00010280
       0220-GRAVA-REJEITO                 SECTION.                      00010290
             MOVE 'FR05CB12' TO REJ3-PROGRAMA.                          00010300
             MOVE WRK-REGISTRO TO REJ3-REGISTRO-ORIGINAL.               00010310
             WRITE CPREJ03-REGISTRO.                                    00010320
      *---------------------------------------------------              00010330
       0900-GRAVAR-AUDITORIA              SECTION.                      00010340
             MOVE 'FR05CB12' TO AUD-PROGRAMA.                           00010350
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00010360
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00010370
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00010380
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00010390
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00010400
             MOVE WRK-ENV-LOTE-ATUAL  TO AUD-NUM-LOTE.                  00010410
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00010420
             WRITE CPAUD01-REGISTRO.                                    00010430
      *---------------------------------------------------              00010440
       0300-FINALIZAR                     SECTION.                      00010450
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00010460
             IF WRK-ENSAIO-DESLIGADO                                    00010470
                 PERFORM 0106-FINALIZAR-CHECKPOINT                      00010480
             END-IF.                                                    00010490
             PERFORM 0310-GRAVA-CONTROLE.                               00010500
             MOVE WRK-CONT-LIDOS                                        00010510
                 TO WRK-STT-REGISTROS.                                  00010520
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00010530
             CLOSE PRODUTO-MASTER.                                      00010540
             CLOSE REJEITO-INTAKE.                                      00010550
             CLOSE AUDITORIA.                                           00010560
             CLOSE HISTPRECO.                                           00010570
             IF WRK-ENSAIO-DESLIGADO                                    00010580
                 CLOSE BACKOUT                                          00010590
             END-IF.                                                    00010600
             CLOSE CATEGORIA-MASTER.                                    00010610
             CLOSE ENTRADA-SYSIN.                                       00010620
             CLOSE CONTROLE.                                            00010630
             CLOSE APROVACAO.                                           00010640
             DISPLAY '==========================='.                     00010650
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00010660
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00010670
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00010680
             DISPLAY 'TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.            00010690
             DISPLAY 'APROV. APLICADAS.: ' WRK-CONT-APV-APLICADOS.      00010700
             DISPLAY 'APROV. FALHAS....: ' WRK-CONT-APV-FALHOS.         00010710
             DISPLAY '==========================='.                     00010720
             STOP RUN.                                                  00010730
      *---------------------------------------------------              00010740
       0310-GRAVA-CONTROLE                SECTION.                      00010750
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00010760
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00010770
      *---------------------------------------------------              00010780
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00010790
             MOVE SPACES              TO CTL-DATA-HORA.                 00010800
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00010810
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00010820
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00010830
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00010840
            MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.              00010850
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00010860
             MOVE ZERO                TO CTL-QTD-FONTES.                00010870
             WRITE CPCTRL01-REGISTRO.                                   00010880
      *---------------------------------------------------              00010890
       9000-TRATA-ERROS                   SECTION.                      00010900
      *---------------------------------------------------              00010910
             PERFORM 9050-GRAVAR-ERRLOG.                                00010920
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00010930
             STOP RUN.                                                  00010940
      *--------------------------------------------------------------   00010950
       9000-99-FIM.            EXIT.                                    00010960
      *--------------------------------------------------------------   00010970
