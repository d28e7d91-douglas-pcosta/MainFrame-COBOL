      *                         UMA GERACAO VAZIA E A GERACAO (0)       00001130
      *                         DO DESFAZER (FR05CB28) PASSAVA A        00001140
      *                         SER O ENSAIO                            00001150
      *     15/10/2026  IVS     NOVA TRANSACAO 'P' (CONDICAO DE         00001160
      *                         PAGAMENTO) SOBRE O NOVO                 00001170
      *                         CLI-COND-PAGTO DO CPCLIE01 - O          00001180
      *                         CODIGO VEM NAS 3 PRIMEIRAS              00001190
      *                         POSICOES DO CAMPO DE NOME E E           00001200
      *                         CONFERIDO NO MASTER DE CONDICOES        00001210
      *                         (CPCPG01); CODIGO EM BRANCO             00001220
      *                         RETIRA A CONDICAO DO CLIENTE. A         00001230
      *                         INCLUSAO GRAVA O CLIENTE SEM            00001240
      *                         CONDICAO (PARCELA UNICA)                00001250
      *     15/10/2026  IVS     NOVA TRANSACAO 'G' (GRUPO) SOBRE O      00001260
      *                         NOVO CLI-CLIENTE-PAI DO CPCLIE01 -      00001270
      *                         O PAI VEM NAS 5 PRIMEIRAS POSICOES      00001280
      *                         DO CAMPO DE NOME; EM BRANCO OU          00001290
      *                         ZERADO RETIRA O CLIENTE DO GRUPO.       00001300
      *                         UM SO NIVEL: O PAI TEM DE EXISTIR,      00001310
      *                         NAO SER FILIAL NEM ENCERRADO, E         00001320
      *                         PAI COM FILIAIS NAO VIRA FILIAL         00001330
      *                         NEM PODE SER EXCLUIDO                   00001340
      *     15/10/2026  IVS     DUPLA CUSTODIA - AUMENTO DE LIMITE      00001350
      *                         DE CREDITO ACIMA DO VALOR DE CPAPV02    00001360
      *                         (OU LIMITE ZERADO, QUE E SEM LIMITE)    00001370
      *                         FICA RETIDO NO ARQUIVO DE PENDENCIAS    00001380
      *                         (ARQAPV) ATE A APROVACAO DE UM          00001390
      *                         SEGUNDO OPERADOR NA FR06CB27 E E        00001400
      *                         APLICADO NA EXECUCAO SEGUINTE           00001410
      *     15/10/2026  IVS     NOVA TRANSACAO 'C' (ENCERRAMENTO)       00001420
      *                         - GRAVA O CLIENTE ENCERRADO, BASE       00001430
      *                         DA ANONIMIZACAO DOS DADOS PESSOAIS      00001440
      *                         (FR06CB28); 'R' REATIVA COMO NA         00001450
      *                         SUSPENSAO                               00001460
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00001470
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00001480
      *=======================================================*         00001490
                                                                        00001500
      *=======================================================*         00001510
       ENVIRONMENT                               DIVISION.              00001520
      *=======================================================*         00001530
       INPUT-OUTPUT                              SECTION.               00001540
       FILE-CONTROL.                                                    00001550
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00001560
                ORGANIZATION IS INDEXED                                 00001570
                ACCESS MODE  IS DYNAMIC                                 00001580
                RECORD KEY   IS CLI-ID                                  00001590
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001600
                                                                        00001610
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00001620
                ORGANIZATION IS INDEXED                                 00001630
                ACCESS MODE  IS DYNAMIC                                 00001640
                RECORD KEY   IS EMP-ID                                  00001650
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00001660
                    WITH DUPLICATES                                     00001670
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00001680
                                                                        00001690
             SELECT CONDPAG-MASTER ASSIGN TO ARQCPG                     00001700
                ORGANIZATION IS INDEXED                                 00001710
                ACCESS MODE  IS DYNAMIC                                 00001720
                RECORD KEY   IS CPG-CODIGO                              00001730
                FILE STATUS  IS WRK-FS-CONDPAG.                         00001740
                                                                        00001750
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001760
                FILE STATUS  IS WRK-FS-REJEITO.                         00001770
                                                                        00001780
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001790
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001800
                                                                        00001810
             SELECT BACKOUT  ASSIGN TO ARQBKO                           00001820
                FILE STATUS  IS WRK-FS-BACKOUT.                         00001830
                                                                        00001840
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001850
                FILE STATUS  IS WRK-FS-SYSIN.                           00001860
                                                                        00001870
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001880
                ORGANIZATION IS INDEXED                                 00001890
                ACCESS MODE  IS DYNAMIC                                 00001900
                RECORD KEY   IS CKP-PROGRAMA                            00001910
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001920
                                                                        00001930
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001940
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001950
                                                                        00001960
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001970
                ORGANIZATION IS INDEXED                                 00001980
                ACCESS MODE  IS DYNAMIC                                 00001990
                RECORD KEY   IS CAL-DATA                                00002000
                FILE STATUS  IS WRK-FS-CALEND.                          00002010
                                                                        00002020
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00002030
                FILE STATUS  IS WRK-FS-ESTATIS.                         00002040
                                                                        00002050
             SELECT CONTROLE ASSIGN TO ARQCTL                           00002060
                FILE STATUS  IS WRK-FS-CONTROLE.                        00002070
                                                                        00002080
             SELECT APROVACAO ASSIGN TO ARQAPV                          00002090
                ORGANIZATION IS INDEXED                                 00002100
                ACCESS MODE  IS DYNAMIC                                 00002110
                RECORD KEY   IS APV-NUMERO                              00002120
                FILE STATUS  IS WRK-FS-APROVACAO.                       00002130
      *=======================================================*         00002140
       DATA                                      DIVISION.              00002150
      *=======================================================*         00002160
       FILE                                      SECTION.               00002170
       FD ENTRADA-SYSIN                                                 00002180
           RECORDING MODE IS F                                          00002190
           BLOCK CONTAINS 0 RECORDS.                                    00002200
       01 SYSIN-REGISTRO             PIC X(061).                        00002210
                                                                        00002220
       FD CLIENTE-MASTER.                                               00002230
           COPY CPCLIE01.                                               00002240
                                                                        00002250
       FD EMPREGADO-MASTER.                                             00002260
           COPY CPEMPR01.                                               00002270
                                                                        00002280
       FD CONDPAG-MASTER.                                               00002290
           COPY CPCPG01.                                                00002300
                                                                        00002310
       FD REJEITO-INTAKE                                                00002320
           RECORDING MODE IS F                                          00002330
           BLOCK CONTAINS 0 RECORDS.                                    00002340
           COPY CPREJ02.                                                00002350
                                                                        00002360
       FD AUDITORIA                                                     00002370
           RECORDING MODE IS F                                          00002380
           BLOCK CONTAINS 0 RECORDS.                                    00002390
           COPY CPAUD01.                                                00002400
                                                                        00002410
       FD BACKOUT                                                       00002420
           RECORDING MODE IS F                                          00002430
           BLOCK CONTAINS 0 RECORDS.                                    00002440
           COPY CPBKO01.                                                00002450
                                                                        00002460
       FD CHECKPT.                                                      00002470
           COPY CPCKPT01.                                               00002480
                                                                        00002490
       FD ERRLOG.                                                       00002500
           COPY CPERRL01.                                               00002510
                                                                        00002520
       FD CALENDARIO.                                                   00002530
           COPY CPCAL01.                                                00002540
                                                                        00002550
       FD ESTATIS                                                       00002560
           RECORDING MODE IS F                                          00002570
           BLOCK CONTAINS 0 RECORDS.                                    00002580
           COPY CPSTA01.                                                00002590
                                                                        00002600
       FD CONTROLE                                                      00002610
           RECORDING MODE IS F                                          00002620
           BLOCK CONTAINS 0 RECORDS.                                    00002630
           COPY CPCTRL01.                                               00002640
                                                                        00002650
       FD APROVACAO.                                                    00002660
           COPY CPAPV01.                                                00002670
                                                                        00002680
       WORKING-STORAGE                           SECTION.               00002690
       01 WRK-REGISTRO.                                                 00002700
          05 WRK-TIPO-TRANS        PIC  X(01) VALUE 'A'.                00002710
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00002720
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00002730
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00002740
             88 WRK-TRANS-SUSPENSAO           VALUE 'S'.                00002750
             88 WRK-TRANS-REATIVACAO          VALUE 'R'.                00002760
             88 WRK-TRANS-LIMITE              VALUE 'L'.                00002770
             88 WRK-TRANS-COND-PAGTO          VALUE 'P'.                00002780
             88 WRK-TRANS-GRUPO               VALUE 'G'.                00002790
             88 WRK-TRANS-ENCERRAMENTO        VALUE 'C'.                00002800
          05 WRK-ID                PIC  9(05) VALUE ZEROS.              00002810
          05 WRK-CLIENTE           PIC  X(30) VALUE SPACES.             00002820
          05 WRK-CLIENTE-LIM REDEFINES WRK-CLIENTE.                     00002830
             10 WRK-LIMITE-CREDITO PIC  9(09)V99.                       00002840
             10 FILLER             PIC  X(19).                          00002850
          05 WRK-CLIENTE-CPG REDEFINES WRK-CLIENTE.                     00002860
             10 WRK-COND-PAGTO     PIC  X(03).                          00002870
             10 FILLER             PIC  X(27).                          00002880
          05 WRK-CLIENTE-GRP REDEFINES WRK-CLIENTE.                     00002890
             10 WRK-CLIENTE-PAI    PIC  9(05).                          00002900
             10 FILLER             PIC  X(25).                          00002910
          05 WRK-TELEFONE          PIC  9(10) VALUE ZEROS.              00002920
          05 WRK-GERENTE           PIC  X(15) VALUE SPACES.             00002930
                                                                        00002940
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00002950
       77 WRK-FS-EMPREGADO         PIC X(02) VALUE SPACES.              00002960
       77 WRK-FS-CONDPAG           PIC X(02) VALUE SPACES.              00002970
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002980
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002990
       77 WRK-FS-BACKOUT           PIC X(02) VALUE SPACES.              00003000
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00003010
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00003020
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00003030
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00003040
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00003050
       77 WRK-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.          00003060
       77 WRK-CONT-ACEITOS          PIC 9(07) COMP VALUE ZERO.          00003070
       77 WRK-CONT-REJEITADOS       PIC 9(07) COMP VALUE ZERO.          00003080
      *---------------------------------------------------              00003090
      *    CARTEIRA ATUAL POR GERENTE, CARREGADA DO                     00003100
      *    CLIENTE-MASTER NA ABERTURA - BASE DA CRITICA DE              00003110
      *    CAPACIDADE (EMP-CAPACIDADE-CLI)                              00003120
      *---------------------------------------------------              00003130
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00003140
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00003150
       77 WRK-IDX-GER         PIC 9(03) COMP VALUE ZERO.                00003160
       77 WRK-IDX-GER-ACH     PIC 9(03) COMP VALUE ZERO.                00003170
       77 WRK-GERENTE-ALVO    PIC X(15) VALUE SPACES.                   00003180
       01 WRK-TABELA-GERENTES.                                          00003190
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00003200
             10 WRK-GER-NOME          PIC X(15).                        00003210
             10 WRK-GER-QTD           PIC 9(05) COMP.                   00003220
      *---------------------------------------------------              00003230
      *    GRUPOS DE CLIENTES (PAI E QUANTIDADE DE FILIAIS),            00003240
      *    CARREGADOS NA MESMA PASSADA DAS CARTEIRAS - BASE DA          00003250
      *    CRITICA DE UM SO NIVEL DA TRANSACAO 'G' E DA                 00003260
      *    EXCLUSAO DE PAI COM FILIAIS                                  00003270
      *---------------------------------------------------              00003280
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00003290
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00003300
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00003310
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00003320
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00003330
       77 WRK-PAI-ANTERIOR    PIC 9(05) VALUE ZEROS.                    00003340
       77 WRK-PAI-NOVO        PIC 9(05) VALUE ZEROS.                    00003350
       01 WRK-TABELA-GRUPOS.                                            00003360
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00003370
             10 WRK-GRP-PAI           PIC 9(05).                        00003380
             10 WRK-GRP-QTD           PIC 9(05) COMP.                   00003390
       01 WRK-SW-ENSAIO.                                                00003400
          05 WRK-SW-ENSAIO-IND       PIC X(01) VALUE 'N'.               00003410
             88 WRK-ENSAIO-LIGADO          VALUE 'S'.                   00003420
             88 WRK-ENSAIO-DESLIGADO       VALUE 'N'.                   00003430
       01 WRK-SW-VALIDO.                                                00003440
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00003450
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00003460
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00003470
       77 WRK-CONT-BACKOUT          PIC 9(07) COMP VALUE ZERO.          00003480
       77 WRK-IMG-ANTERIOR          PIC X(90) VALUE SPACES.             00003490
      *---------------------------------------------------              00003500
      *    ENVELOPE DO DECK DE SYSIN - CARTAO DE HEADER ('H' +          00003510
      *    NUMERO DO LOTE + ORIGEM + DATA) E DE TRAILER ('T' +          00003520
      *    QUANTIDADE DE CARTOES DE DETALHE). O ENVELOPE E              00003530
      *    CONFERIDO INTEIRO ANTES DE QUALQUER CARTAO SER               00003540
      *    APLICADO - FALTA DE HEADER/TRAILER OU CONTAGEM               00003550
      *    DIFERENTE REJEITA O LOTE COMPLETO COM RC=12; O NUMERO        00003560
      *    DO LOTE SAI EM CADA REGISTRO DA TRILHA DE AUDITORIA          00003570
      *---------------------------------------------------              00003580
       01 WRK-CARTAO-ENVELOPE.                                          00003590
          05 WRK-ENV-TIPO          PIC X(01).                           00003600
             88 WRK-ENV-HEADER            VALUE 'H'.                    00003610
             88 WRK-ENV-TRAILER           VALUE 'T'.                    00003620
          05 WRK-ENV-DADOS         PIC X(22).                           00003630
       01 WRK-ENV-HEADER-VIS REDEFINES WRK-CARTAO-ENVELOPE.             00003640
          05 FILLER                PIC X(01).                           00003650
          05 WRK-ENV-NUM-LOTE      PIC 9(06).                           00003660
          05 WRK-ENV-ORIGEM        PIC X(08).                           00003670
          05 WRK-ENV-DATA          PIC 9(08).                           00003680
       01 WRK-ENV-TRAILER-VIS REDEFINES WRK-CARTAO-ENVELOPE.            00003690
          05 FILLER                PIC X(01).                           00003700
          05 WRK-ENV-QTD-INFORMADA PIC 9(06).                           00003710
          05 FILLER                PIC X(16).                           00003720
       77 WRK-ENV-QTD-DETALHES PIC 9(06) VALUE ZERO.                    00003730
       77 WRK-ENV-QTD-TRAILER  PIC 9(06) VALUE ZERO.                    00003740
       77 WRK-ENV-LOTE-ATUAL   PIC 9(06) VALUE ZERO.                    00003750
       01 WRK-SW-ENVELOPE.                                              00003760
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00003770
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00003780
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00003790
       COPY CPAUD02.                                                    00003800
       COPY CPCAB01.                                                    00003810
       COPY CPCKP01.                                                    00003820
       COPY CPERR01.                                                    00003830
       COPY CPDTA01.                                                    00003840
       COPY CPSTT01.                                                    00003850
       COPY CPAPV02.                                                    00003860
       COPY CPSRV01.                                                    00003870
       COPY CPAUT02.                                                    00003880
      *=========================================*                       00003890
      *---------------------------------------------------              00003900
       LINKAGE                                    SECTION.              00003910
      *---------------------------------------------------              00003920
       01 WRK-PARM-RESTART.                                             00003930
          05 WRK-PARM-TAM         PIC S9(04) COMP.                      00003940
          05 WRK-PARM-DADOS       PIC X(66).                            00003950
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003960
      *=========================================*                       00003970
                                                                        00003980
      *---------------------------------------------------              00003990
       0000-PRINCIPAL                     SECTION.                      00004000
      *---------------------------------------------------              00004010
             PERFORM 0100-INICIAR.                                      00004020
             PERFORM 0200-PROCESSAR                                     00004030
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004040
             PERFORM 0300-FINALIZAR.                                    00004050
      *---------------------------------------------------              00004060
       0000-99-FIM.            EXIT.                                    00004070
      *---------------------------------------------------              00004080
                                                                        00004090
       0100-INICIAR                       SECTION.                      00004100
             MOVE 'FR05CB05' TO WRK-CAB-PROGRAMA.                       00004110
             PERFORM 0101-CABECALHO-PADRAO.                             00004120
             PERFORM 0135-CONFERIR-ACESSO.                              00004130
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00004140
             PERFORM 0131-INICIAR-ESTATISTICA.                          00004150
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00004160
             PERFORM 0102-INTERPRETAR-PARM.                             00004170
             IF WRK-PARM-TAM > ZERO                                     00004180
                AND WRK-PARM-DADOS (1:1) EQUAL 'T'                      00004190
                 SET WRK-ENSAIO-LIGADO TO TRUE                          00004200
                 DISPLAY ' MODO ENSAIO - NADA SERA GRAVADO '            00004210
                         'NOS MASTERS'                                  00004220
             END-IF.                                                    00004230
             OPEN I-O CLIENTE-MASTER.                                   00004240
             OPEN INPUT EMPREGADO-MASTER.                               00004250
             PERFORM 0114-ABRIR-CONDPAG.                                00004260
             OPEN OUTPUT REJEITO-INTAKE.                                00004270
             OPEN OUTPUT CONTROLE.                                      00004280
             OPEN INPUT ENTRADA-SYSIN.                                  00004290
             PERFORM 0111-CONFERIR-ENVELOPE.                            00004300
             PERFORM 0105-ABRIR-AUDITORIA.                              00004310
             PERFORM 0140-ABRIR-APROVACAO.                              00004320
             IF WRK-ENSAIO-DESLIGADO                                    00004330
                 PERFORM 0103-ABRIR-CHECKPOINT                          00004340
                 PERFORM 0104-POSICIONAR-RESTART                        00004350
             END-IF.                                                    00004360
      *    NO ENSAIO O BACKOUT NAO E ABERTO - O OPEN OUTPUT             00004370
      *    CATALOGARIA UMA GERACAO VAZIA E A GERACAO (0) DO             00004380
      *    DESFAZER (FR05CB28) PASSARIA A SER O ENSAIO                  00004390
             IF WRK-ENSAIO-DESLIGADO                                    00004400
                 IF WRK-CKPT-QTD-A-PULAR > ZERO                         00004410
                     OPEN EXTEND BACKOUT                                00004420
                 ELSE                                                   00004430
                     OPEN OUTPUT BACKOUT                                00004440
                 END-IF                                                 00004450
             END-IF.                                                    00004460
             PERFORM 0110-TESTAR-STATUS.                                00004470
             PERFORM 0136-CONTAR-CARTEIRAS.                             00004480
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00004490
             IF WRK-ENSAIO-DESLIGADO                                    00004500
                 PERFORM 0150-APLICAR-APROVADOS                         00004510
             END-IF.                                                    00004520
      *---------------------------------------------------              00004530
           COPY CPCAB02.                                                00004540
           COPY CPCKP02.                                                00004550
           COPY CPERR02.                                                00004560
           COPY CPDTA02.                                                00004570
           COPY CPSTT02.                                                00004580
           COPY CPAUD03.                                                00004590
           COPY CPAPV03.                                                00004600
      *---------------------------------------------------              00004610
       0105-ABRIR-AUDITORIA               SECTION.                      00004620
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00004630
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004640
      *---------------------------------------------------              00004650
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00004660
             OPEN EXTEND AUDITORIA.                                     00004670
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004680
                 OPEN OUTPUT AUDITORIA                                  00004690
                 CLOSE AUDITORIA                                        00004700
                 OPEN EXTEND AUDITORIA                                  00004710
             END-IF.                                                    00004720
      *---------------------------------------------------              00004730
      *---------------------------------------------------              00004740
      *---------------------------------------------------              00004750
       0111-CONFERIR-ENVELOPE             SECTION.                      00004760
      *    PASSA PELO DECK INTEIRO CONFERINDO O ENVELOPE ANTES DE       00004770
      *    QUALQUER CARTAO SER APLICADO: O PRIMEIRO CARTAO DEVE         00004780
      *    SER O HEADER, O ULTIMO O TRAILER, E A QUANTIDADE DE          00004790
      *    DETALHES DEVE BATER COM A INFORMADA. DEPOIS O DECK E         00004800
      *    REABERTO E O HEADER E CONSUMIDO PARA O PROCESSAMENTO         00004810
      *---------------------------------------------------              00004820
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004830
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004840
                OR NOT WRK-ENV-HEADER                                   00004850
                 MOVE ' ERRO DECK SEM CARTAO DE HEADER DE LOTE '        00004860
                     TO WRK-MSG                                         00004870
                 MOVE 12 TO RETURN-CODE                                 00004880
                 PERFORM 9000-TRATA-ERROS                               00004890
             END-IF.                                                    00004900
             MOVE WRK-ENV-NUM-LOTE TO WRK-ENV-LOTE-ATUAL.               00004910
             PERFORM 0113-CONTAR-UM-CARTAO                              00004920
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004930
             IF WRK-ENV-SEM-TRAILER                                     00004940
                 MOVE ' ERRO DECK SEM CARTAO DE TRAILER DE LOTE '       00004950
                     TO WRK-MSG                                         00004960
                 MOVE 12 TO RETURN-CODE                                 00004970
                 PERFORM 9000-TRATA-ERROS                               00004980
             END-IF.                                                    00004990
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00005000
                 DISPLAY ' LOTE ' WRK-ENV-LOTE-ATUAL                    00005010
                         ' CONTADOS: ' WRK-ENV-QTD-DETALHES             00005020
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00005030
                 MOVE ' ERRO CONTAGEM DO LOTE NAO CONFERE '             00005040
                     TO WRK-MSG                                         00005050
                 MOVE 12 TO RETURN-CODE                                 00005060
                 PERFORM 9000-TRATA-ERROS                               00005070
             END-IF.                                                    00005080
             CLOSE ENTRADA-SYSIN.                                       00005090
             OPEN INPUT ENTRADA-SYSIN.                                  00005100
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00005110
      *---------------------------------------------------              00005120
       0113-CONTAR-UM-CARTAO              SECTION.                      00005130
      *    CONTA OS CARTOES DE DETALHE E GUARDA A QUANTIDADE            00005140
      *    INFORMADA NO TRAILER - CARTAO DEPOIS DO TRAILER E            00005150
      *    DECK TRUNCADO/REMONTADO E TAMBEM REJEITA O LOTE              00005160
      *---------------------------------------------------              00005170
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00005180
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005190
                 IF WRK-ENV-TRAILER                                     00005200
                     SET WRK-ENV-TRAILER-VISTO TO TRUE                  00005210
                     MOVE WRK-ENV-QTD-INFORMADA                         00005220
                         TO WRK-ENV-QTD-TRAILER                         00005230
                 ELSE                                                   00005240
                     IF WRK-ENV-TRAILER-VISTO                           00005250
                         MOVE ' ERRO CARTAO DEPOIS DO TRAILER '         00005260
                             TO WRK-MSG                                 00005270
                         MOVE 12 TO RETURN-CODE                         00005280
                         PERFORM 9000-TRATA-ERROS                       00005290
                     END-IF                                             00005300
                     ADD 1 TO WRK-ENV-QTD-DETALHES                      00005310
                 END-IF                                                 00005320
             END-IF.                                                    00005330
       0107-PULAR-CARTOES-PROCESSADOS      SECTION.                     00005340
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00005350
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00005360
      *---------------------------------------------------              00005370
             PERFORM 0108-PULAR-UM-CARTAO                               00005380
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00005390
                    OR WRK-FS-SYSIN EQUAL '10'.                         00005400
      *---------------------------------------------------              00005410
       0108-PULAR-UM-CARTAO                 SECTION.                    00005420
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005430
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005440
                 ADD 1 TO WRK-CONT-LIDOS                                00005450
             END-IF.                                                    00005460
      *---------------------------------------------------              00005470
       0114-ABRIR-CONDPAG                 SECTION.                      00005480
      *    ABRE O MASTER DE CONDICOES DE PAGAMENTO, SO PARA A           00005490
      *    CRITICA DA TRANSACAO 'P' - AINDA NAO CRIADO PELA             00005500
      *    FR05CB99 (FILE STATUS 35), O CARTAO 'P' COM CODIGO E         00005510
      *    REJEITADO                                                    00005520
      *---------------------------------------------------              00005530
             OPEN INPUT CONDPAG-MASTER.                                 00005540
             IF WRK-FS-CONDPAG EQUAL '35'                               00005550
                 DISPLAY ' AVISO: SEM MASTER DE CONDICOES DE PAGAMENTO' 00005560
             END-IF.                                                    00005570
      *---------------------------------------------------              00005580
       0110-TESTAR-STATUS                 SECTION.                      00005590
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005600
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005610
                 PERFORM 9000-TRATA-ERROS                               00005620
             END-IF.                                                    00005630
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00005640
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00005650
                 PERFORM 9000-TRATA-ERROS                               00005660
             END-IF.                                                    00005670
             IF WRK-FS-CONDPAG NOT EQUAL ZEROS                          00005680
                AND WRK-FS-CONDPAG NOT EQUAL '35'                       00005690
                 MOVE ' ERRO OPEN CONDPAG-MASTER ' TO WRK-MSG           00005700
                 PERFORM 9000-TRATA-ERROS                               00005710
             END-IF.                                                    00005720
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005730
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005740
                 PERFORM 9000-TRATA-ERROS                               00005750
             END-IF.                                                    00005760
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005770
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005780
                 PERFORM 9000-TRATA-ERROS                               00005790
             END-IF.                                                    00005800
             IF WRK-ENSAIO-DESLIGADO                                    00005810
                AND WRK-FS-BACKOUT NOT EQUAL ZEROS                      00005820
                 MOVE ' ERRO OPEN BACKOUT ' TO WRK-MSG                  00005830
                 PERFORM 9000-TRATA-ERROS                               00005840
             END-IF.                                                    00005850
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005860
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005870
                 PERFORM 9000-TRATA-ERROS                               00005880
             END-IF.                                                    00005890
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005900
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005910
                 PERFORM 9000-TRATA-ERROS                               00005920
             END-IF.                                                    00005930
      *---------------------------------------------------              00005940
       0200-PROCESSAR                     SECTION.                      00005950
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005960
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005970
                AND WRK-TIPO-TRANS EQUAL 'T'                            00005980
                 MOVE '10' TO WRK-FS-SYSIN                              00005990
             END-IF.                                                    00006000
             IF WRK-FS-SYSIN EQUAL ZEROS                                00006010
                 ADD 1 TO WRK-CONT-LIDOS                                00006020
                 DISPLAY ' ID: ' WRK-ID                                 00006030
                 DISPLAY ' CLIENTE: ' WRK-CLIENTE                       00006040
                 DISPLAY ' TELEFONE: ' WRK-TELEFONE                     00006050
                 DISPLAY ' GERENTE: ' WRK-GERENTE                       00006060
                 PERFORM 0210-VALIDAR-REGISTRO                          00006070
                 PERFORM 0240-TESTAR-SENSIBILIDADE                      00006080
                 IF WRK-CARTAO-RETIDO                                   00006090
                     IF WRK-ENSAIO-LIGADO                               00006100
                         DISPLAY ' ENSAIO: SERIA RETIDO PARA APROVACAO '00006110
                                 WRK-ID                                 00006120
                     ELSE                                               00006130
                         PERFORM 0145-RETER-CARTAO                      00006140
                     END-IF                                             00006150
                 END-IF                                                 00006160
                 IF WRK-REGISTRO-VALIDO AND WRK-CARTAO-LIVRE            00006170
                     IF WRK-ENSAIO-LIGADO                               00006180
                         PERFORM 0224-LISTAR-ENSAIO                     00006190
                     ELSE                                               00006200
                         PERFORM 0212-GRAVA-CLIENTE                     00006210
                     END-IF                                             00006220
                 END-IF                                                 00006230
                 IF WRK-CARTAO-RETIDO                                   00006240
                     ADD 1 TO WRK-CONT-RETIDOS                          00006250
                     SET AUD-RETIDO TO TRUE                             00006260
                 ELSE IF WRK-REGISTRO-VALIDO                            00006270
                     ADD 1 TO WRK-CONT-ACEITOS                          00006280
                     IF (WRK-TRANS-INCLUSAO OR WRK-TRANS-ALTERACAO)     00006290
                        AND WRK-GERENTE NOT EQUAL SPACES                00006300
                         MOVE WRK-GERENTE TO WRK-GERENTE-ALVO           00006310
                         PERFORM 0227-LOCALIZAR-GERENTE                 00006320
                         ADD 1 TO WRK-GER-QTD (WRK-IDX-GER-ACH)         00006330
                     END-IF                                             00006340
                     SET AUD-ACEITO TO TRUE                             00006350
                 ELSE                                                   00006360
                     ADD 1 TO WRK-CONT-REJEITADOS                       00006370
                     PERFORM 0220-GRAVA-REJEITO                         00006380
                     SET AUD-REJEITADO TO TRUE                          00006390
                 END-IF END-IF                                          00006400
                 IF WRK-ENSAIO-DESLIGADO                                00006410
                     PERFORM 0900-GRAVAR-AUDITORIA                      00006420
                 END-IF                                                 00006430
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00006440
                 IF WRK-ENSAIO-DESLIGADO                                00006450
                     PERFORM 0105-CHECAR-CHECKPOINT                     00006460
                 END-IF                                                 00006470
             END-IF.                                                    00006480
      *---------------------------------------------------              00006490
       0135-CONFERIR-ACESSO               SECTION.                      00006500
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00006510
      *    OPERADOR DO JOB PODE RODAR ESTE PROGRAMA - MASTER DE         00006520
      *    AUTORIZACAO AINDA NAO IMPLANTADO SEGUE COM AVISO;            00006530
      *    NEGADO, O JOB TERMINA COM RC=12                              00006540
      *---------------------------------------------------              00006550
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00006560
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00006570
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00006580
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00006590
             EVALUATE TRUE                                              00006600
                 WHEN AUT-CHK-PERMITIDO                                 00006610
                     CONTINUE                                           00006620
                 WHEN AUT-CHK-SEM-MASTER                                00006630
                     DISPLAY ' AVISO: SEM MASTER DE AUTORIZACAO'        00006640
                 WHEN OTHER                                             00006650
                     MOVE 12 TO RETURN-CODE                             00006660
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00006670
                         TO WRK-MSG                                     00006680
                     PERFORM 9000-TRATA-ERROS                           00006690
             END-EVALUATE.                                              00006700
      *---------------------------------------------------              00006710
       0136-CONTAR-CARTEIRAS              SECTION.                      00006720
      *    PERCORRE O CLIENTE-MASTER E CONTA A CARTEIRA ATUAL DE        00006730
      *    CADA GERENTE - CLIENTES ENCERRADOS NAO CONTAM - E AS         00006740
      *    FILIAIS DE CADA CLIENTE PAI                                  00006750
      *---------------------------------------------------              00006760
             MOVE ZEROS TO CLI-ID.                                      00006770
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00006780
                 INVALID KEY                                            00006790
                     MOVE '10' TO WRK-FS-CLIENTE                        00006800
             END-START.                                                 00006810
             PERFORM 0137-CONTAR-UMA-CARTEIRA                           00006820
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00006830
             MOVE SPACES TO WRK-FS-CLIENTE.                             00006840
      *---------------------------------------------------              00006850
       0137-CONTAR-UMA-CARTEIRA           SECTION.                      00006860
             READ CLIENTE-MASTER NEXT RECORD.                           00006870
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00006880
                 IF CLI-GERENTE NOT EQUAL SPACES                        00006890
                    AND NOT CLI-STAT-ENCERRADO                          00006900
                     MOVE CLI-GERENTE TO WRK-GERENTE-ALVO               00006910
                     PERFORM 0227-LOCALIZAR-GERENTE                     00006920
                     ADD 1 TO WRK-GER-QTD (WRK-IDX-GER-ACH)             00006930
                 END-IF                                                 00006940
                 IF CLI-CLIENTE-PAI NUMERIC                             00006950
                    AND CLI-CLIENTE-PAI > ZEROS                         00006960
                     MOVE ZEROS           TO WRK-PAI-ANTERIOR           00006970
                     MOVE CLI-CLIENTE-PAI TO WRK-PAI-NOVO               00006980
                     PERFORM 0219-ATUALIZAR-GRUPOS                      00006990
                 END-IF                                                 00007000
             END-IF.                                                    00007010
      *---------------------------------------------------              00007020
       0227-LOCALIZAR-GERENTE             SECTION.                      00007030
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE ALVO NA       00007040
      *    TABELA DE CARTEIRAS                                          00007050
      *---------------------------------------------------              00007060
             MOVE ZERO TO WRK-IDX-GER-ACH.                              00007070
             MOVE ZERO TO WRK-IDX-GER.                                  00007080
             PERFORM 0228-PROCURAR-UM-GERENTE                           00007090
                 UNTIL WRK-IDX-GER >= WRK-QTD-GERENTES                  00007100
                    OR WRK-IDX-GER-ACH > ZERO.                          00007110
             IF WRK-IDX-GER-ACH EQUAL ZERO                              00007120
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00007130
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00007140
                         TO WRK-MSG                                     00007150
                     PERFORM 9000-TRATA-ERROS                           00007160
                 END-IF                                                 00007170
                 ADD 1 TO WRK-QTD-GERENTES                              00007180
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-GER-ACH               00007190
                 MOVE WRK-GERENTE-ALVO                                  00007200
                     TO WRK-GER-NOME (WRK-IDX-GER-ACH)                  00007210
                 MOVE ZERO TO WRK-GER-QTD (WRK-IDX-GER-ACH)             00007220
             END-IF.                                                    00007230
      *---------------------------------------------------              00007240
       0225-LOCALIZAR-GRUPO               SECTION.                      00007250
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00007260
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00007270
      *---------------------------------------------------              00007280
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00007290
             MOVE ZERO TO WRK-IDX-GRP.                                  00007300
             PERFORM 0226-PROCURAR-UM-GRUPO                             00007310
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00007320
                    OR WRK-IDX-GRP-ACH > ZERO.                          00007330
      *---------------------------------------------------              00007340
       0226-PROCURAR-UM-GRUPO             SECTION.                      00007350
             ADD 1 TO WRK-IDX-GRP.                                      00007360
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00007370
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00007380
             END-IF.                                                    00007390
      *---------------------------------------------------              00007400
       0228-PROCURAR-UM-GERENTE           SECTION.                      00007410
             ADD 1 TO WRK-IDX-GER.                                      00007420
             IF WRK-GER-NOME (WRK-IDX-GER) EQUAL WRK-GERENTE-ALVO       00007430
                 MOVE WRK-IDX-GER TO WRK-IDX-GER-ACH                    00007440
             END-IF.                                                    00007450
      *---------------------------------------------------              00007460
       0210-VALIDAR-REGISTRO              SECTION.                      00007470
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00007480
             PERFORM 0209-AUTORIZAR-TRANSACAO.                          00007490
             IF WRK-REGISTRO-INVALIDO                                   00007500
                 GO TO 0210-99-FIM                                      00007510
             END-IF.                                                    00007520
             IF WRK-TRANS-INCLUSAO                                      00007530
                AND (WRK-ID (1:5) EQUAL SPACES                          00007540
                     OR (WRK-ID NUMERIC AND WRK-ID EQUAL ZEROS))        00007550
                 PERFORM 0205-ATRIBUIR-ID                               00007560
             END-IF.                                                    00007570
             IF WRK-REGISTRO-INVALIDO                                   00007580
                 GO TO 0210-99-FIM                                      00007590
             END-IF.                                                    00007600
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00007610
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00007620
                WRK-TIPO-TRANS NOT EQUAL 'E' AND                        00007630
                WRK-TIPO-TRANS NOT EQUAL 'S' AND                        00007640
                WRK-TIPO-TRANS NOT EQUAL 'R' AND                        00007650
                WRK-TIPO-TRANS NOT EQUAL 'L' AND                        00007660
                WRK-TIPO-TRANS NOT EQUAL 'P' AND                        00007670
                WRK-TIPO-TRANS NOT EQUAL 'G' AND                        00007680
                WRK-TIPO-TRANS NOT EQUAL 'C'                            00007690
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007700
                 MOVE 05 TO REJ2-CODIGO-MOTIVO                          00007710
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00007720
                     REJ2-DESCRICAO-MOTIVO                              00007730
             ELSE IF WRK-ID NOT NUMERIC                                 00007740
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007750
                 MOVE 01 TO REJ2-CODIGO-MOTIVO                          00007760
                 MOVE 'ID NAO NUMERICO' TO REJ2-DESCRICAO-MOTIVO        00007770
             ELSE IF WRK-TRANS-LIMITE                                   00007780
                AND WRK-LIMITE-CREDITO NOT NUMERIC                      00007790
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007800
                 MOVE 08 TO REJ2-CODIGO-MOTIVO                          00007810
                 MOVE 'LIMITE DE CREDITO INVALIDO' TO                   00007820
                     REJ2-DESCRICAO-MOTIVO                              00007830
             ELSE IF WRK-TRANS-COND-PAGTO                               00007840
                 PERFORM 0217-VALIDAR-CONDICAO                          00007850
             ELSE IF WRK-TRANS-GRUPO                                    00007860
                 PERFORM 0218-VALIDAR-GRUPO                             00007870
             ELSE IF WRK-TRANS-EXCLUSAO                                 00007880
                  OR WRK-TRANS-SUSPENSAO                                00007890
                  OR WRK-TRANS-REATIVACAO                               00007900
                  OR WRK-TRANS-ENCERRAMENTO                             00007910
                  OR WRK-TRANS-LIMITE                                   00007920
                 CONTINUE                                               00007930
             ELSE IF WRK-TELEFONE NOT NUMERIC                           00007940
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007950
                 MOVE 02 TO REJ2-CODIGO-MOTIVO                          00007960
                 MOVE 'TELEFONE NAO NUMERICO' TO REJ2-DESCRICAO-MOTIVO  00007970
             ELSE IF WRK-CLIENTE EQUAL SPACES                           00007980
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007990
                 MOVE 03 TO REJ2-CODIGO-MOTIVO                          00008000
                 MOVE 'NOME EM BRANCO' TO REJ2-DESCRICAO-MOTIVO         00008010
             END-IF END-IF END-IF END-IF END-IF END-IF END-IF           00008020
             END-IF.                                                    00008030
             IF WRK-REGISTRO-VALIDO                                     00008040
                AND (WRK-TRANS-INCLUSAO OR WRK-TRANS-ALTERACAO)         00008050
                 PERFORM 0215-VALIDAR-GERENTE                           00008060
             END-IF.                                                    00008070
      *    PAI COM FILIAIS NAO E EXCLUIDO - AS FILIAIS FICARIAM         00008080
      *    PRESAS A UM LIMITE DE GRUPO INEXISTENTE                      00008090
             IF WRK-REGISTRO-VALIDO AND WRK-TRANS-EXCLUSAO              00008100
                 MOVE WRK-ID TO WRK-PAI-ALVO                            00008110
                 PERFORM 0225-LOCALIZAR-GRUPO                           00008120
                 IF WRK-IDX-GRP-ACH > ZERO                              00008130
                    AND WRK-GRP-QTD (WRK-IDX-GRP-ACH) > ZERO            00008140
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008150
                     MOVE 12 TO REJ2-CODIGO-MOTIVO                      00008160
                     MOVE 'CLIENTE E PAI DE GRUPO COM FILIAIS' TO       00008170
                         REJ2-DESCRICAO-MOTIVO                          00008180
                 END-IF                                                 00008190
             END-IF.                                                    00008200
       0210-99-FIM.            EXIT.                                    00008210
      *---------------------------------------------------              00008220
       0205-ATRIBUIR-ID                   SECTION.                      00008230
      *    ATRIBUI O PROXIMO NUMERO DA SEQUENCIA DESTE PROGRAMA AO      00008240
      *    CARTAO DE INCLUSAO COM ID EM BRANCO/ZERO, VIA SERVICO        00008250
      *    CHAMAVEL DE SEQUENCIAL (FR05CB34). O NUMERO ATRIBUIDO        00008260
      *    SAI NO SYSOUT E NA IMAGEM DA TRILHA DE AUDITORIA             00008270
      *---------------------------------------------------              00008280
             IF WRK-ENSAIO-LIGADO                                       00008290
      *    NO ENSAIO O SEQUENCIAL NAO E CONSUMIDO - O ID RECEBE A       00008300
      *    MARCA 99999 E A CRITICA DE DUPLICATA E DISPENSADA            00008310
                 MOVE 99999 TO WRK-ID                                   00008320
                 DISPLAY ' ENSAIO: ID SERIA ATRIBUIDO '                 00008330
                         'PELO SEQUENCIAL'                              00008340
                 GO TO 0205-99-FIM                                      00008350
             END-IF.                                                    00008360
             MOVE 'FR05CB05' TO SRV-CONT-PROGRAMA.                      00008370
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00008380
             IF SRV-CONT-OK                                             00008390
                 MOVE SRV-CONT-VALOR TO WRK-ID                          00008400
                 DISPLAY ' ID ATRIBUIDO PELO SEQUENCIAL: ' WRK-ID       00008410
             ELSE                                                       00008420
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008430
                 MOVE 06 TO REJ2-CODIGO-MOTIVO                          00008440
                 MOVE 'SEQUENCIAL INDISPONIVEL OU NO LIMITE' TO         00008450
                     REJ2-DESCRICAO-MOTIVO                              00008460
             END-IF.                                                    00008470
       0205-99-FIM.            EXIT.                                    00008480
      *---------------------------------------------------              00008490
       0224-LISTAR-ENSAIO                 SECTION.                      00008500
      *    MODO ENSAIO: SIMULA O DESFECHO DA TRANSACAO CONTRA O         00008510
      *    MASTER (DUPLICATA NA INCLUSAO, AUSENCIA NAS DEMAIS) E        00008520
      *    LISTA O QUE SERIA APLICADO - NADA E GRAVADO                  00008530
      *---------------------------------------------------              00008540
             MOVE WRK-ID TO CLI-ID.                                     00008550
             IF WRK-TRANS-INCLUSAO                                      00008560
                 IF WRK-ID NOT EQUAL 99999                              00008570
                     READ CLIENTE-MASTER                                00008580
                         INVALID KEY                                    00008590
                             CONTINUE                                   00008600
                         NOT INVALID KEY                                00008610
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00008620
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00008630
                             MOVE 'CLIENTE JA CADASTRADO' TO            00008640
                                 REJ2-DESCRICAO-MOTIVO                  00008650
                     END-READ                                           00008660
                 END-IF                                                 00008670
             ELSE                                                       00008680
                 READ CLIENTE-MASTER                                    00008690
                     INVALID KEY                                        00008700
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00008710
                         MOVE 06 TO REJ2-CODIGO-MOTIVO                  00008720
                         MOVE 'CLIENTE INEXISTENTE' TO                  00008730
                             REJ2-DESCRICAO-MOTIVO                      00008740
                 END-READ                                               00008750
             END-IF.                                                    00008760
             IF WRK-REGISTRO-VALIDO                                     00008770
                 DISPLAY ' ENSAIO: APLICARIA ' WRK-TIPO-TRANS           00008780
                         ' NO CLIENTE ' WRK-ID                          00008790
                 IF WRK-TRANS-GRUPO                                     00008800
                     MOVE CLI-CLIENTE-PAI TO WRK-PAI-ANTERIOR           00008810
                     MOVE WRK-CLIENTE-PAI TO WRK-PAI-NOVO               00008820
                     PERFORM 0219-ATUALIZAR-GRUPOS                      00008830
                 END-IF                                                 00008840
             END-IF.                                                    00008850
      *---------------------------------------------------              00008860
       0209-AUTORIZAR-TRANSACAO           SECTION.                      00008870
      *    CONFERE NO SERVICO DE AUTORIZACAO SE O OPERADOR PODE         00008880
      *    APLICAR O TIPO DE TRANSACAO DO CARTAO - MASTER AINDA         00008890
      *    NAO IMPLANTADO LIBERA; NEGADO, O CARTAO E REJEITADO E        00008900
      *    AUDITADO COMO OS DEMAIS REJEITOS                             00008910
      *---------------------------------------------------              00008920
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00008930
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00008940
             MOVE WRK-TIPO-TRANS   TO AUT-CHK-TRANSACAO.                00008950
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00008960
             IF AUT-CHK-NEGADO                                          00008970
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008980
                 MOVE 09 TO REJ2-CODIGO-MOTIVO                          00008990
                 MOVE 'OPERADOR NAO AUTORIZADO' TO                      00009000
                     REJ2-DESCRICAO-MOTIVO                              00009010
             END-IF.                                                    00009020
      *---------------------------------------------------              00009030
       0215-VALIDAR-GERENTE               SECTION.                      00009040
             MOVE WRK-GERENTE TO EMP-NOME-CURTO.                        00009050
             READ EMPREGADO-MASTER KEY IS EMP-NOME-CURTO                00009060
                 INVALID KEY                                            00009070
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009080
                     MOVE 04 TO REJ2-CODIGO-MOTIVO                      00009090
                     MOVE 'GERENTE NAO CADASTRADO' TO                   00009100
                         REJ2-DESCRICAO-MOTIVO                          00009110
                 NOT INVALID KEY                                        00009120
                     IF EMP-INATIVO                                     00009130
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00009140
                         MOVE 04 TO REJ2-CODIGO-MOTIVO                  00009150
                         MOVE 'GERENTE INATIVO' TO                      00009160
                             REJ2-DESCRICAO-MOTIVO                      00009170
                     ELSE                                               00009180
                         PERFORM 0216-CONFERIR-CAPACIDADE               00009190
                     END-IF                                             00009200
             END-READ.                                                  00009210
      *---------------------------------------------------              00009220
       0216-CONFERIR-CAPACIDADE           SECTION.                      00009230
      *    GERENTE COM TETO DE CARTEIRA (EMP-CAPACIDADE-CLI) NAO        00009240
      *    RECEBE ATRIBUICAO QUE O ESTOURE - A CONTAGEM PARTE DA        00009250
      *    FOTO DA ABERTURA E ACOMPANHA OS CARTOES ACEITOS NA           00009260
      *    PROPRIA EXECUCAO; TETO ZERO OU EM BRANCO E SEM TETO          00009270
      *---------------------------------------------------              00009280
             IF EMP-CAPACIDADE-CLI NUMERIC                              00009290
                AND EMP-CAPACIDADE-CLI > ZEROS                          00009300
                 MOVE WRK-GERENTE TO WRK-GERENTE-ALVO                   00009310
                 PERFORM 0227-LOCALIZAR-GERENTE                         00009320
                 IF WRK-GER-QTD (WRK-IDX-GER-ACH) + 1                   00009330
                        > EMP-CAPACIDADE-CLI                            00009340
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009350
                     MOVE 10 TO REJ2-CODIGO-MOTIVO                      00009360
                     MOVE 'GERENTE ALEM DA CAPACIDADE' TO               00009370
                         REJ2-DESCRICAO-MOTIVO                          00009380
                 END-IF                                                 00009390
             END-IF.                                                    00009400
      *---------------------------------------------------              00009410
       0217-VALIDAR-CONDICAO              SECTION.                      00009420
      *    CONFERE A CONDICAO DE PAGAMENTO DO CARTAO 'P' NO MASTER      00009430
      *    (CPCPG01) - SO CONDICAO ATIVA PODE SER ATRIBUIDA; CODIGO     00009440
      *    EM BRANCO RETIRA A CONDICAO E DISPENSA A CRITICA             00009450
      *---------------------------------------------------              00009460
             IF WRK-COND-PAGTO EQUAL SPACES                             00009470
                 GO TO 0217-99-FIM                                      00009480
             END-IF.                                                    00009490
             IF WRK-FS-CONDPAG EQUAL '35'                               00009500
                 SET CPG-INATIVA TO TRUE                                00009510
             ELSE                                                       00009520
                 MOVE WRK-COND-PAGTO TO CPG-CODIGO                      00009530
                 READ CONDPAG-MASTER                                    00009540
                     INVALID KEY                                        00009550
                         SET CPG-INATIVA TO TRUE                        00009560
                 END-READ                                               00009570
             END-IF.                                                    00009580
             IF NOT CPG-ATIVA                                           00009590
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009600
                 MOVE 11 TO REJ2-CODIGO-MOTIVO                          00009610
                 MOVE 'CONDICAO DE PAGAMENTO INVALIDA' TO               00009620
                     REJ2-DESCRICAO-MOTIVO                              00009630
             END-IF.                                                    00009640
       0217-99-FIM.            EXIT.                                    00009650
      *---------------------------------------------------              00009660
       0218-VALIDAR-GRUPO                 SECTION.                      00009670
      *    CONFERE O CLIENTE PAI DO CARTAO 'G' - UM SO NIVEL: O         00009680
      *    PAI TEM DE EXISTIR, NAO PODE SER O PROPRIO CLIENTE, NEM      00009690
      *    FILIAL DE OUTRO GRUPO, NEM ESTAR ENCERRADO, E CLIENTE        00009700
      *    QUE JA E PAI DE FILIAIS NAO VIRA FILIAL. PAI EM BRANCO       00009710
      *    OU ZERADO RETIRA O CLIENTE DO GRUPO                          00009720
      *---------------------------------------------------              00009730
             IF WRK-CLIENTE-GRP (1:5) EQUAL SPACES                      00009740
                 MOVE ZEROS TO WRK-CLIENTE-PAI                          00009750
             END-IF.                                                    00009760
             IF WRK-CLIENTE-PAI NOT NUMERIC                             00009770
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009780
                 MOVE 12 TO REJ2-CODIGO-MOTIVO                          00009790
                 MOVE 'CLIENTE PAI NAO NUMERICO' TO                     00009800
                     REJ2-DESCRICAO-MOTIVO                              00009810
                 GO TO 0218-99-FIM                                      00009820
             END-IF.                                                    00009830
             IF WRK-CLIENTE-PAI EQUAL ZEROS                             00009840
                 GO TO 0218-99-FIM                                      00009850
             END-IF.                                                    00009860
             IF WRK-CLIENTE-PAI EQUAL WRK-ID                            00009870
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009880
                 MOVE 12 TO REJ2-CODIGO-MOTIVO                          00009890
                 MOVE 'CLIENTE PAI IGUAL AO PROPRIO CLIENTE' TO         00009900
                     REJ2-DESCRICAO-MOTIVO                              00009910
                 GO TO 0218-99-FIM                                      00009920
             END-IF.                                                    00009930
             MOVE WRK-ID TO WRK-PAI-ALVO.                               00009940
             PERFORM 0225-LOCALIZAR-GRUPO.                              00009950
             IF WRK-IDX-GRP-ACH > ZERO                                  00009960
                AND WRK-GRP-QTD (WRK-IDX-GRP-ACH) > ZERO                00009970
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009980
                 MOVE 12 TO REJ2-CODIGO-MOTIVO                          00009990
                 MOVE 'CLIENTE JA E PAI DE GRUPO' TO                    00010000
                     REJ2-DESCRICAO-MOTIVO                              00010010
                 GO TO 0218-99-FIM                                      00010020
             END-IF.                                                    00010030
             MOVE WRK-CLIENTE-PAI TO CLI-ID.                            00010040
             READ CLIENTE-MASTER                                        00010050
                 INVALID KEY                                            00010060
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00010070
                     MOVE 12 TO REJ2-CODIGO-MOTIVO                      00010080
                     MOVE 'CLIENTE PAI INEXISTENTE' TO                  00010090
                         REJ2-DESCRICAO-MOTIVO                          00010100
                 NOT INVALID KEY                                        00010110
                     IF CLI-CLIENTE-PAI NUMERIC                         00010120
                        AND CLI-CLIENTE-PAI > ZEROS                     00010130
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00010140
                         MOVE 12 TO REJ2-CODIGO-MOTIVO                  00010150
                         MOVE 'CLIENTE PAI E FILIAL DE OUTRO GRUPO'     00010160
                             TO REJ2-DESCRICAO-MOTIVO                   00010170
                     ELSE                                               00010180
                         IF CLI-STAT-ENCERRADO                          00010190
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00010200
                             MOVE 12 TO REJ2-CODIGO-MOTIVO              00010210
                             MOVE 'CLIENTE PAI ENCERRADO' TO            00010220
                                 REJ2-DESCRICAO-MOTIVO                  00010230
                         END-IF                                         00010240
                     END-IF                                             00010250
             END-READ.                                                  00010260
       0218-99-FIM.            EXIT.                                    00010270
      *---------------------------------------------------              00010280
       0219-ATUALIZAR-GRUPOS              SECTION.                      00010290
      *    ACOMPANHA NA TABELA DE GRUPOS A MUDANCA DE PAI DE UM         00010300
      *    CLIENTE (WRK-PAI-ANTERIOR PARA WRK-PAI-NOVO) - PAI           00010310
      *    NOVO AINDA SEM ENTRADA GANHA UMA                             00010320
      *---------------------------------------------------              00010330
             IF WRK-PAI-ANTERIOR NUMERIC                                00010340
                AND WRK-PAI-ANTERIOR > ZEROS                            00010350
                 MOVE WRK-PAI-ANTERIOR TO WRK-PAI-ALVO                  00010360
                 PERFORM 0225-LOCALIZAR-GRUPO                           00010370
                 IF WRK-IDX-GRP-ACH > ZERO                              00010380
                    AND WRK-GRP-QTD (WRK-IDX-GRP-ACH) > ZERO            00010390
                     SUBTRACT 1 FROM WRK-GRP-QTD (WRK-IDX-GRP-ACH)      00010400
                 END-IF                                                 00010410
             END-IF.                                                    00010420
             IF WRK-PAI-NOVO > ZEROS                                    00010430
                 MOVE WRK-PAI-NOVO TO WRK-PAI-ALVO                      00010440
                 PERFORM 0225-LOCALIZAR-GRUPO                           00010450
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00010460
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00010470
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00010480
                             TO WRK-MSG                                 00010490
                         PERFORM 9000-TRATA-ERROS                       00010500
                     END-IF                                             00010510
                     ADD 1 TO WRK-QTD-GRUPOS                            00010520
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00010530
                     MOVE WRK-PAI-NOVO                                  00010540
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00010550
                     MOVE ZERO TO WRK-GRP-QTD (WRK-IDX-GRP-ACH)         00010560
                 END-IF                                                 00010570
                 ADD 1 TO WRK-GRP-QTD (WRK-IDX-GRP-ACH)                 00010580
             END-IF.                                                    00010590
      *---------------------------------------------------              00010600
       0212-GRAVA-CLIENTE                  SECTION.                     00010610
             MOVE WRK-ID          TO CLI-ID.                            00010620
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00010630
             EVALUATE TRUE                                              00010640
                 WHEN WRK-TRANS-INCLUSAO                                00010650
                     MOVE WRK-CLIENTE     TO CLI-NOME                   00010660
                     MOVE WRK-TELEFONE    TO CLI-TELEFONE               00010670
                     MOVE WRK-GERENTE     TO CLI-GERENTE                00010680
                     SET CLI-STAT-ATIVO   TO TRUE                       00010690
                     MOVE ZEROS TO CLI-LIMITE-CREDITO                   00010700
                     MOVE ZEROS TO CLI-SALDO-ABERTO                     00010710
                     MOVE SPACES TO CLI-COND-PAGTO                      00010720
                     MOVE ZEROS TO CLI-CLIENTE-PAI                      00010730
                     MOVE WRK-DATA-ATUAL TO CLI-ULT-ATIVIDADE           00010740
                     WRITE CPCLIE01-REGISTRO                            00010750
                         INVALID KEY                                    00010760
                             MOVE ' CLIENTE JA CADASTRADO ' TO WRK-MSG  00010770
                             DISPLAY WRK-MSG                            00010780
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00010790
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00010800
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00010810
                         NOT INVALID KEY                                00010820
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00010830
                             MOVE CLI-ID TO WRK-IMG-ANTERIOR (1:5)      00010840
                             PERFORM 0230-GRAVAR-BACKOUT                00010850
                     END-WRITE                                          00010860
                 WHEN WRK-TRANS-ALTERACAO                               00010870
                     READ CLIENTE-MASTER                                00010880
                         INVALID KEY                                    00010890
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00010900
                             DISPLAY WRK-MSG                            00010910
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00010920
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00010930
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00010940
                         NOT INVALID KEY                                00010950
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00010960
                             MOVE CPCLIE01-REGISTRO                     00010970
                                 TO WRK-IMG-ANTERIOR                    00010980
                             MOVE WRK-CLIENTE     TO CLI-NOME           00010990
                             MOVE WRK-TELEFONE    TO CLI-TELEFONE       00011000
                             MOVE WRK-GERENTE     TO CLI-GERENTE        00011010
                             MOVE WRK-DATA-ATUAL                        00011020
                                 TO CLI-ULT-ATIVIDADE                   00011030
                             REWRITE CPCLIE01-REGISTRO                  00011040
                             PERFORM 0230-GRAVAR-BACKOUT                00011050
                     END-READ                                           00011060
                 WHEN WRK-TRANS-EXCLUSAO                                00011070
                     READ CLIENTE-MASTER                                00011080
                         INVALID KEY                                    00011090
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00011100
                             DISPLAY WRK-MSG                            00011110
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00011120
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00011130
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00011140
                         NOT INVALID KEY                                00011150
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00011160
                             MOVE CPCLIE01-REGISTRO                     00011170
                                 TO WRK-IMG-ANTERIOR                    00011180
                             MOVE CLI-CLIENTE-PAI TO WRK-PAI-ANTERIOR   00011190
                             MOVE ZEROS TO WRK-PAI-NOVO                 00011200
                             DELETE CLIENTE-MASTER                      00011210
                             PERFORM 0219-ATUALIZAR-GRUPOS              00011220
                             PERFORM 0230-GRAVAR-BACKOUT                00011230
                     END-READ                                           00011240
                 WHEN WRK-TRANS-SUSPENSAO                               00011250
                     READ CLIENTE-MASTER                                00011260
                         INVALID KEY                                    00011270
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00011280
                             DISPLAY WRK-MSG                            00011290
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00011300
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00011310
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00011320
                         NOT INVALID KEY                                00011330
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00011340
                             MOVE CPCLIE01-REGISTRO                     00011350
                                 TO WRK-IMG-ANTERIOR                    00011360
                             SET CLI-STAT-SUSPENSO TO TRUE              00011370
                             MOVE WRK-DATA-ATUAL                        00011380
                                 TO CLI-ULT-ATIVIDADE                   00011390
                             REWRITE CPCLIE01-REGISTRO                  00011400
                             PERFORM 0230-GRAVAR-BACKOUT                00011410
                     END-READ                                           00011420
                 WHEN WRK-TRANS-ENCERRAMENTO                            00011430
                     READ CLIENTE-MASTER                                00011440
                         INVALID KEY                                    00011450
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00011460
                             DISPLAY WRK-MSG                            00011470
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00011480
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00011490
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00011500
                         NOT INVALID KEY                                00011510
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00011520
                             MOVE CPCLIE01-REGISTRO                     00011530
                                 TO WRK-IMG-ANTERIOR                    00011540
                             SET CLI-STAT-ENCERRADO TO TRUE             00011550
                             MOVE WRK-DATA-ATUAL                        00011560
                                 TO CLI-ULT-ATIVIDADE                   00011570
                             REWRITE CPCLIE01-REGISTRO                  00011580
                             PERFORM 0230-GRAVAR-BACKOUT                00011590
                     END-READ                                           00011600
                 WHEN WRK-TRANS-REATIVACAO                              00011610
                     READ CLIENTE-MASTER                                00011620
                         INVALID KEY                                    00011630
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00011640
                             DISPLAY WRK-MSG                            00011650
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00011660
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00011670
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00011680
                         NOT INVALID KEY                                00011690
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00011700
                             MOVE CPCLIE01-REGISTRO                     00011710
                                 TO WRK-IMG-ANTERIOR                    00011720
                             SET CLI-STAT-ATIVO TO TRUE                 00011730
                             MOVE WRK-DATA-ATUAL                        00011740
                                 TO CLI-ULT-ATIVIDADE                   00011750
                             REWRITE CPCLIE01-REGISTRO                  00011760
                             PERFORM 0230-GRAVAR-BACKOUT                00011770
                     END-READ                                           00011780
                 WHEN WRK-TRANS-LIMITE                                  00011790
                     READ CLIENTE-MASTER                                00011800
                         INVALID KEY                                    00011810
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00011820
                             DISPLAY WRK-MSG                            00011830
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00011840
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00011850
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00011860
                         NOT INVALID KEY                                00011870
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00011880
                             MOVE CPCLIE01-REGISTRO                     00011890
                                 TO WRK-IMG-ANTERIOR                    00011900
                             MOVE WRK-LIMITE-CREDITO                    00011910
                                 TO CLI-LIMITE-CREDITO                  00011920
                             MOVE WRK-DATA-ATUAL                        00011930
                                 TO CLI-ULT-ATIVIDADE                   00011940
                             REWRITE CPCLIE01-REGISTRO                  00011950
                             PERFORM 0230-GRAVAR-BACKOUT                00011960
                     END-READ                                           00011970
                 WHEN WRK-TRANS-COND-PAGTO                              00011980
                     READ CLIENTE-MASTER                                00011990
                         INVALID KEY                                    00012000
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00012010
                             DISPLAY WRK-MSG                            00012020
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00012030
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00012040
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00012050
                         NOT INVALID KEY                                00012060
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00012070
                             MOVE CPCLIE01-REGISTRO                     00012080
                                 TO WRK-IMG-ANTERIOR                    00012090
                             MOVE WRK-COND-PAGTO                        00012100
                                 TO CLI-COND-PAGTO                      00012110
                             MOVE WRK-DATA-ATUAL                        00012120
                                 TO CLI-ULT-ATIVIDADE                   00012130
                             REWRITE CPCLIE01-REGISTRO                  00012140
                             PERFORM 0230-GRAVAR-BACKOUT                00012150
                     END-READ                                           00012160
                 WHEN WRK-TRANS-GRUPO                                   00012170
                     READ CLIENTE-MASTER                                00012180
                         INVALID KEY                                    00012190
                             MOVE ' CLIENTE INEXISTENTE ' TO WRK-MSG    00012200
                             DISPLAY WRK-MSG                            00012210
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00012220
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00012230
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00012240
                         NOT INVALID KEY                                00012250
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00012260
                             MOVE CPCLIE01-REGISTRO                     00012270
                                 TO WRK-IMG-ANTERIOR                    00012280
                             MOVE CLI-CLIENTE-PAI TO WRK-PAI-ANTERIOR   00012290
                             MOVE WRK-CLIENTE-PAI TO WRK-PAI-NOVO       00012300
                             MOVE WRK-CLIENTE-PAI                       00012310
                                 TO CLI-CLIENTE-PAI                     00012320
                             MOVE WRK-DATA-ATUAL                        00012330
                                 TO CLI-ULT-ATIVIDADE                   00012340
                             REWRITE CPCLIE01-REGISTRO                  00012350
                             PERFORM 0219-ATUALIZAR-GRUPOS              00012360
                             PERFORM 0230-GRAVAR-BACKOUT                00012370
                     END-READ                                           00012380
             END-EVALUATE.                                              00012390
      *---------------------------------------------------              00012400
       0230-GRAVAR-BACKOUT                SECTION.                      00012410
      *    GRAVA O REGISTRO DE BACKOUT DA TRANSACAO RECEM-APLICADA      00012420
      *    - IMAGEM ANTERIOR DO MASTER PARA ALTERACAO/EXCLUSAO, OU      00012430
      *    MARCA DE INCLUSAO (SO A CHAVE CRIADA) PARA A INCLUSAO.       00012440
      *    SUSPENSAO/REATIVACAO/ENCERRAMENTO SAO GRAVADAS COMO          00012450
      *    ALTERACAO ('M'), POIS O DESFAZER E O MESMO: RESTAURAR A      00012460
      *    IMAGEM ANTERIOR                                              00012470
      *---------------------------------------------------              00012480
             MOVE 'FR05CB05'          TO BKO-PROGRAMA.                  00012490
             ADD 1 TO WRK-CONT-BACKOUT.                                 00012500
             MOVE WRK-CONT-BACKOUT    TO BKO-SEQUENCIA.                 00012510
             IF WRK-TRANS-SUSPENSAO OR WRK-TRANS-REATIVACAO             00012520
                OR WRK-TRANS-ENCERRAMENTO                               00012530
                OR WRK-TRANS-LIMITE OR WRK-TRANS-COND-PAGTO             00012540
                OR WRK-TRANS-GRUPO                                      00012550
                 MOVE 'M' TO BKO-TIPO-ACAO                              00012560
             ELSE                                                       00012570
                 MOVE WRK-TIPO-TRANS  TO BKO-TIPO-ACAO                  00012580
             END-IF.                                                    00012590
             MOVE WRK-IMG-ANTERIOR    TO BKO-IMAGEM-ANTERIOR.           00012600
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00012610
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00012620
             MOVE WRK-DATA-ATUAL      TO BKO-DATA.                      00012630
             MOVE WRK-HORA-ATUAL (1:6) TO BKO-HORA.                     00012640
             WRITE CPBKO01-REGISTRO.                                    00012650
      *---------------------------------------------------              00012660
       0240-TESTAR-SENSIBILIDADE          SECTION.                      00012670
      *    DUPLA CUSTODIA: O CARTAO 'L' QUE AUMENTA O LIMITE DE         00012680
      *    CREDITO EM MAIS DE WRK-APV-LIMITE-MAX, OU QUE ZERA UM        00012690
      *    LIMITE EXISTENTE (ZERO E SEM LIMITE), NAO E APLICADO -       00012700
      *    FICA RETIDO ATE A APROVACAO DE UM SEGUNDO OPERADOR           00012710
      *    (FR06CB27). CLIENTE SEM LIMITE QUE PASSA A TER UM SO         00012720
      *    RESTRINGE O CREDITO E E APLICADO DIRETO; CLIENTE             00012730
      *    INEXISTENTE SEGUE PARA O REJEITO NORMAL                      00012740
      *---------------------------------------------------              00012750
             SET WRK-CARTAO-LIVRE TO TRUE.                              00012760
             IF WRK-REGISTRO-INVALIDO OR NOT WRK-TRANS-LIMITE           00012770
                 GO TO 0240-99-FIM                                      00012780
             END-IF.                                                    00012790
             MOVE WRK-ID TO CLI-ID.                                     00012800
             READ CLIENTE-MASTER                                        00012810
                 INVALID KEY                                            00012820
                     GO TO 0240-99-FIM                                  00012830
             END-READ.                                                  00012840
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00012850
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00012860
                 GO TO 0240-99-FIM                                      00012870
             END-IF.                                                    00012880
             COMPUTE WRK-APV-DIFERENCA =                                00012890
                     WRK-LIMITE-CREDITO - CLI-LIMITE-CREDITO.           00012900
             IF WRK-LIMITE-CREDITO > ZEROS                              00012910
                AND WRK-APV-DIFERENCA NOT > WRK-APV-LIMITE-MAX          00012920
                 GO TO 0240-99-FIM                                      00012930
             END-IF.                                                    00012940
             SET WRK-CARTAO-RETIDO TO TRUE.                             00012950
             MOVE SPACES TO CPAPV01-REGISTRO.                           00012960
             SET APV-REGRA-LIMITE TO TRUE.                              00012970
             MOVE WRK-ID             TO APV-CHAVE.                      00012980
             MOVE CLI-LIMITE-CREDITO TO APV-VALOR-ANTERIOR.             00012990
             MOVE WRK-LIMITE-CREDITO TO APV-VALOR-NOVO.                 00013000
             MOVE WRK-ENV-LOTE-ATUAL TO APV-NUM-LOTE.                   00013010
       0240-99-FIM.            EXIT.                                    00013020
      *---------------------------------------------------              00013030
       0250-APLICAR-CARTAO-APROVADO       SECTION.                      00013040
      *    APLICA O CARTAO DE UMA PENDENCIA JA APROVADA (CPAPV03),      00013050
      *    COM A MESMA CRITICA E A MESMA TRILHA DOS CARTOES DA          00013060
      *    SYSIN - O LOTE DA AUDITORIA E O DO DIA DA RETENCAO           00013070
      *---------------------------------------------------              00013080
             MOVE WRK-ENV-LOTE-ATUAL TO WRK-APV-LOTE-SALVO.             00013090
             MOVE APV-NUM-LOTE       TO WRK-ENV-LOTE-ATUAL.             00013100
             PERFORM 0210-VALIDAR-REGISTRO.                             00013110
             IF WRK-REGISTRO-VALIDO                                     00013120
                 PERFORM 0212-GRAVA-CLIENTE                             00013130
             END-IF.                                                    00013140
             IF WRK-REGISTRO-VALIDO                                     00013150
                 SET AUD-ACEITO TO TRUE                                 00013160
             ELSE                                                       00013170
                 PERFORM 0220-GRAVA-REJEITO                             00013180
                 SET AUD-REJEITADO TO TRUE                              00013190
             END-IF.                                                    00013200
             PERFORM 0900-GRAVAR-AUDITORIA.                             00013210
             MOVE WRK-APV-LOTE-SALVO TO WRK-ENV-LOTE-ATUAL.             00013220
      *---------------------------------------------------              00013230
       0220-GRAVA-REJEITO                 SECTION.                      00013240
             MOVE 'FR05CB05' TO REJ2-PROGRAMA.                          00013250
             MOVE WRK-REGISTRO TO REJ2-REGISTRO-ORIGINAL.               00013260
             WRITE CPREJ02-REGISTRO.                                    00013270
      *---------------------------------------------------              00013280
       0900-GRAVAR-AUDITORIA              SECTION.                      00013290
             MOVE 'FR05CB05' TO AUD-PROGRAMA.                           00013300
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00013310
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00013320
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00013330
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00013340
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00013350
             MOVE WRK-ENV-LOTE-ATUAL  TO AUD-NUM-LOTE.                  00013360
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00013370
             WRITE CPAUD01-REGISTRO.                                    00013380
      *---------------------------------------------------              00013390
       0300-FINALIZAR                     SECTION.                      00013400
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00013410
             IF WRK-ENSAIO-DESLIGADO                                    00013420
                 PERFORM 0106-FINALIZAR-CHECKPOINT                      00013430
             END-IF.                                                    00013440
             PERFORM 0310-GRAVA-CONTROLE.                               00013450
             MOVE WRK-CONT-LIDOS                                        00013460
                 TO WRK-STT-REGISTROS.                                  00013470
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00013480
             CLOSE CLIENTE-MASTER.                                      00013490
             CLOSE EMPREGADO-MASTER.                                    00013500
             IF WRK-FS-CONDPAG NOT EQUAL '35'                           00013510
                 CLOSE CONDPAG-MASTER                                   00013520
             END-IF.                                                    00013530
             CLOSE REJEITO-INTAKE.                                      00013540
             CLOSE AUDITORIA.                                           00013550
             IF WRK-ENSAIO-DESLIGADO                                    00013560
                 CLOSE BACKOUT                                          00013570
             END-IF.                                                    00013580
             CLOSE ENTRADA-SYSIN.                                       00013590
             CLOSE CONTROLE.                                            00013600
             CLOSE APROVACAO.                                           00013610
             DISPLAY '==============================='.                 00013620
             DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.             00013630
             DISPLAY ' TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.           00013640
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00013650
             DISPLAY ' TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.           00013660
             DISPLAY ' APROV. APLICADAS.: ' WRK-CONT-APV-APLICADOS.     00013670
             DISPLAY ' APROV. FALHAS....: ' WRK-CONT-APV-FALHOS.        00013680
             DISPLAY '==============================='.                 00013690
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00013700
             PERFORM 9000-TRATA-ERROS.                                  00013710
      *---------------------------------------------------              00013720
       0310-GRAVA-CONTROLE                SECTION.                      00013730
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00013740
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00013750
      *---------------------------------------------------              00013760
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00013770
             MOVE SPACES              TO CTL-DATA-HORA.                 00013780
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00013790
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00013800
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00013810
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00013820
            MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.              00013830
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00013840
             MOVE ZERO                TO CTL-QTD-FONTES.                00013850
             WRITE CPCTRL01-REGISTRO.                                   00013860
      *---------------------------------------------------              00013870
       9000-TRATA-ERROS                   SECTION.                      00013880
      *---------------------------------------------------              00013890
             PERFORM 9050-GRAVAR-ERRLOG.                                00013900
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00013910
             STOP RUN.                                                  00013920
      *--------------------------------------------------------------   00013930
       9000-99-FIM.            EXIT.                                    00013940
      *--------------------------------------------------------------   00013950
                                                                        00013960
