      *                         (PRDM-QTD-COMPROMETIDA), COMO O         00000320
      *                         INTAKE DE PEDIDOS - PRODUTO-MASTER      00000330
      *                         PASSA A SER ABERTO EM I-O               00000340
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: A             00000350
      *                         RETENCAO TEM UMA LINHA POR ITEM         00000360
      *                         (RTD-ITEM) COM O MESMO NUMERO - O       00000370
      *                         'L' LIBERA TODAS AS LINHAS NUM          00000380
      *                         PEDIDO SO, COM CABECALHO EM CPPDC01     00000390
      *                         (ORIGEM 'R'), E O 'C' CANCELA TODAS.    00000400
      *                         REGISTRO DE RETIDOS PASSA A 59          00000410
      *     15/10/2026  IVS     A RETENCAO PASSA A TRAZER A REGRA       00000420
      *                         DE PRECO E O PRECO DE LISTA DA          00000430
      *                         LINHA (RETIDOS EM LRECL=65), QUE        00000440
      *                         SEGUEM PARA A LINHA DO PEDIDO           00000450
      *                         LIBERADO; RETENCAO ANTERIOR SEGUE       00000460
      *                         COM A REGRA EM BRANCO                   00000470
      *     15/10/2026  IVS     A CONDICAO DE PAGAMENTO DO              00000480
      *                         PEDIDO RETIDO (RTD-COND-PAGTO)          00000490
      *                         PASSA PARA O CABECALHO DO PEDIDO        00000500
      *                         LIBERADO                                00000510
      *     15/10/2026  IVS     RETENCAO DE PEDIDO DA LOJA (ACHADA PELO 00000520
      *                         NUMERO NO MASTER DE SITUACAO CPWST01)   00000530
      *                         ATUALIZA A SITUACAO: LIBERADA PASSA A   00000540
      *                         ACEITO COM O NUMERO DO PEDIDO (E A      00000550
      *                         REFERENCIA DA LOJA NO CABECALHO),       00000560
      *                         CANCELADA PASSA A CANCELADO             00000570
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000580
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000590
      *     15/10/2026  IVS     CREDITO DE GRUPO: PEDIDO LIBERADO DE    00000600
      *                         CLIENTE PAI COM FILIAIS OU FILIAL E     00000610
      *                         CONFERIDO PELO SALDO EM ABERTO DO GRUPO 00000620
      *                         CONTRA O LIMITE DO PAI, COMO NO INTAKE  00000630
      *                         (FR05CB25) - A LIBERACAO PREVALECE E O  00000640
      *                         EXCESSO SAI COMO AVISO NA LISTAGEM      00000650
      *     15/10/2026  IVS     ENTRADA DE RETIDOS PASSA A LRECL=68,    00000660
      *                         COM A CONDICAO DE PAGAMENTO - O         00000670
      *                         REGISTRO INTEIRO SEGUE PARA A TABELA    00000680
      *=======================================================*         00000690
                                                                        00000700
      *=======================================================*         00000710
       ENVIRONMENT                               DIVISION.              00000720
      *=======================================================*         00000730
       INPUT-OUTPUT                              SECTION.               00000740
       FILE-CONTROL.                                                    00000750
             SELECT RETIDOS-ENT ASSIGN TO ARQRTD                        00000760
                FILE STATUS  IS WRK-FS-RTDENT.                          00000770
                                                                        00000780
             SELECT RETIDOS-SAI ASSIGN TO ARQRTDS                       00000790
                FILE STATUS  IS WRK-FS-RTDSAI.                          00000800
                                                                        00000810
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000820
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000830
                                                                        00000840
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000850
                ORGANIZATION IS INDEXED                                 00000860
                ACCESS MODE  IS DYNAMIC                                 00000870
                RECORD KEY   IS PDC-NUMERO                              00000880
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000890
                                                                        00000900
             SELECT PEDIDO-LOJA ASSIGN TO ARQWST                        00000910
                ORGANIZATION IS INDEXED                                 00000920
                ACCESS MODE  IS DYNAMIC                                 00000930
                RECORD KEY   IS WST-PEDIDO-LOJA                         00000940
                ALTERNATE RECORD KEY IS WST-RTD-NUMERO WITH DUPLICATES  00000950
                FILE STATUS  IS WRK-FS-PEDLOJA.                         00000960
                                                                        00000970
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000980
                ORGANIZATION IS INDEXED                                 00000990
                ACCESS MODE  IS DYNAMIC                                 00001000
                RECORD KEY   IS CLI-ID                                  00001010
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001020
                                                                        00001030
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00001040
                ORGANIZATION IS INDEXED                                 00001050
                ACCESS MODE  IS DYNAMIC                                 00001060
                RECORD KEY   IS PRDM-CODIGO                             00001070
                FILE STATUS  IS WRK-FS-PRDM.                            00001080
                                                                        00001090
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001100
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001110
                                                                        00001120
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001130
                FILE STATUS  IS WRK-FS-SYSIN.                           00001140
                                                                        00001150
             SELECT RELLIB   ASSIGN TO ARQRPT                           00001160
                FILE STATUS  IS WRK-FS-RELLIB.                          00001170
                                                                        00001180
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001190
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001200
                                                                        00001210
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001220
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001230
                                                                        00001240
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001250
                ORGANIZATION IS INDEXED                                 00001260
                ACCESS MODE  IS DYNAMIC                                 00001270
                RECORD KEY   IS CAL-DATA                                00001280
                FILE STATUS  IS WRK-FS-CALEND.                          00001290
                                                                        00001300
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001310
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001320
      *=======================================================*         00001330
       DATA                                      DIVISION.              00001340
      *=======================================================*         00001350
       FILE                                      SECTION.               00001360
       FD RETIDOS-ENT                                                   00001370
           RECORDING MODE IS F                                          00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
       01 RTDENT-REGISTRO              PIC X(68).                       00001400
                                                                        00001410
       FD RETIDOS-SAI                                                   00001420
           RECORDING MODE IS F                                          00001430
           BLOCK CONTAINS 0 RECORDS.                                    00001440
           COPY CPRTD01.                                                00001450
                                                                        00001460
       FD PEDIDOS                                                       00001470
           RECORDING MODE IS F                                          00001480
           BLOCK CONTAINS 0 RECORDS.                                    00001490
           COPY CPPED01.                                                00001500
                                                                        00001510
       FD PEDIDO-CABEC.                                                 00001520
           COPY CPPDC01.                                                00001530
                                                                        00001540
       FD PEDIDO-LOJA.                                                  00001550
           COPY CPWST01.                                                00001560
                                                                        00001570
       FD CLIENTE-MASTER.                                               00001580
           COPY CPCLIE01.                                               00001590
                                                                        00001600
       FD PRODUTO-MASTER.                                               00001610
           COPY CPPRDM01.                                               00001620
                                                                        00001630
       FD AUDITORIA                                                     00001640
           RECORDING MODE IS F                                          00001650
           BLOCK CONTAINS 0 RECORDS.                                    00001660
           COPY CPAUD01.                                                00001670
                                                                        00001680
       FD ENTRADA-SYSIN                                                 00001690
           RECORDING MODE IS F                                          00001700
           BLOCK CONTAINS 0 RECORDS.                                    00001710
       01 SYSIN-REGISTRO             PIC X(006).                        00001720
                                                                        00001730
       FD RELLIB                                                        00001740
           RECORDING MODE IS F                                          00001750
           BLOCK CONTAINS 0 RECORDS.                                    00001760
       01 REL-LINHA                    PIC X(132).                      00001770
                                                                        00001780
       FD CONTROLE                                                      00001790
           RECORDING MODE IS F                                          00001800
           BLOCK CONTAINS 0 RECORDS.                                    00001810
           COPY CPCTRL01.                                               00001820
                                                                        00001830
       FD ERRLOG.                                                       00001840
           COPY CPERRL01.                                               00001850
                                                                        00001860
       FD CALENDARIO.                                                   00001870
           COPY CPCAL01.                                                00001880
                                                                        00001890
       FD ESTATIS                                                       00001900
           RECORDING MODE IS F                                          00001910
           BLOCK CONTAINS 0 RECORDS.                                    00001920
           COPY CPSTA01.                                                00001930
      *---------------------------------------------------              00001940
       WORKING-STORAGE                           SECTION.               00001950
      *---------------------------------------------------              00001960
       77 WRK-FS-RTDENT       PIC X(02) VALUE SPACES.                   00001970
       77 WRK-FS-RTDSAI       PIC X(02) VALUE SPACES.                   00001980
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001990
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00002000
       77 WRK-FS-PEDLOJA      PIC X(02) VALUE SPACES.                   00002010
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00002020
       77 WRK-FS-AUDITORIA    PIC X(02) VALUE SPACES.                   00002030
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00002040
       77 WRK-FS-RELLIB       PIC X(02) VALUE SPACES.                   00002050
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00002060
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00002070
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00002080
       77 WRK-FS-PRDM               PIC X(02) VALUE SPACES.             00002090
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00002100
       77 WRK-CONT-RETIDOS    PIC 9(07) COMP VALUE ZERO.                00002110
       77 WRK-CONT-CARTOES    PIC 9(07) COMP VALUE ZERO.                00002120
       77 WRK-CONT-LIBERADOS  PIC 9(07) COMP VALUE ZERO.                00002130
       77 WRK-CONT-CANCELADOS PIC 9(07) COMP VALUE ZERO.                00002140
       77 WRK-CONT-RECUSADOS  PIC 9(07) COMP VALUE ZERO.                00002150
       77 WRK-CONT-MANTIDOS   PIC 9(07) COMP VALUE ZERO.                00002160
       77 WRK-CONT-GRUPO-EXC  PIC 9(07) COMP VALUE ZERO.                00002170
      *---------------------------------------------------              00002180
      *    LINHAS DA RETENCAO TRATADA PELO CARTAO CORRENTE              00002190
      *---------------------------------------------------              00002200
       77 WRK-LIB-LINHAS      PIC 9(03) COMP VALUE ZERO.                00002210
       77 WRK-LIB-VALOR       PIC 9(09)V99 COMP-3 VALUE ZERO.           00002220
       77 WRK-NUM-PEDIDO      PIC 9(05) VALUE ZEROS.                    00002230
      *---------------------------------------------------              00002240
      *    GRUPOS DE CLIENTES - SALDO EM ABERTO SOMADO DAS              00002250
      *    FILIAIS DE CADA CLIENTE PAI, APURADO NA ABERTURA (O          00002260
      *    SALDO SO MUDA NO FATURAMENTO E NOS RECEBIMENTOS)             00002270
      *---------------------------------------------------              00002280
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00002290
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00002300
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00002310
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00002320
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00002330
       77 WRK-SALDO-GRUPO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002340
       01 WRK-CLIENTE-SALVO   PIC X(100) VALUE SPACES.                  00002350
       01 WRK-TABELA-GRUPOS.                                            00002360
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00002370
             10 WRK-GRP-PAI           PIC 9(05).                        00002380
             10 WRK-GRP-SALDO-FILIAIS PIC 9(11)V99 COMP-3.              00002390
       01 WRK-SW-LOJA.                                                  00002400
          05 WRK-SW-LOJA-IND       PIC X(01) VALUE 'N'.                 00002410
             88 WRK-RETENCAO-DA-LOJA     VALUE 'S'.                     00002420
             88 WRK-RETENCAO-BALCAO      VALUE 'N'.                     00002430
       01 WRK-CARTAO-LIBERACAO.                                         00002440
          05 WRK-LIB-ACAO          PIC X(01).                           00002450
             88 WRK-ACAO-LIBERAR         VALUE 'L'.                     00002460
             88 WRK-ACAO-CANCELAR        VALUE 'C'.                     00002470
          05 WRK-LIB-NUMERO        PIC 9(05).                           00002480
      *---------------------------------------------------              00002490
      *    ARQUIVO DE RETIDOS CARREGADO EM MEMORIA                      00002500
      *---------------------------------------------------              00002510
       77 WRK-MAX-RETIDOS     PIC 9(05) COMP VALUE 1000.                00002520
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00002530
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00002540
       01 WRK-TABELA-RETIDOS.                                           00002550
          05 WRK-ENT-RETIDO OCCURS 1000 TIMES.                          00002560
             10 WRK-RET-IMAGEM        PIC X(68).                        00002570
             10 WRK-RET-IMAGEM-VIS REDEFINES WRK-RET-IMAGEM.            00002580
                15 WRK-RET-NUMERO         PIC 9(05).                    00002590
                15 WRK-RET-CLI-ID         PIC 9(05).                    00002600
                15 WRK-RET-CODIGO         PIC 9(08).                    00002610
                15 WRK-RET-QUANTIDADE     PIC 9(07).                    00002620
                15 WRK-RET-PRECO-UNIT     PIC 9(07)V99 COMP-3.          00002630
                15 WRK-RET-VALOR-TOTAL    PIC 9(09)V99 COMP-3.          00002640
                15 WRK-RET-LIMITE         PIC 9(09)V99 COMP-3.          00002650
                15 WRK-RET-SALDO          PIC 9(09)V99 COMP-3.          00002660
                15 WRK-RET-DATA           PIC 9(08).                    00002670
                15 WRK-RET-ITEM           PIC 9(03).                    00002680
                15 WRK-RET-REGRA          PIC X(01).                    00002690
                15 WRK-RET-LISTA          PIC 9(07)V99 COMP-3.          00002700
                15 WRK-RET-COND-PAGTO     PIC X(03).                    00002710
             10 WRK-RET-SITUACAO      PIC X(01).                        00002720
                88 WRK-RET-AGUARDANDO          VALUE 'A'.               00002730
                88 WRK-RET-LIBERADO            VALUE 'L'.               00002740
                88 WRK-RET-CANCELADO           VALUE 'C'.               00002750
      *---------------------------------------------------              00002760
      *    LINHAS DA LISTAGEM DE LIBERACAO                              00002770
      *---------------------------------------------------              00002780
       01 WRK-CABEC1.                                                   00002790
          05 FILLER               PIC X(44) VALUE                       00002800
             'LIBERACAO DE PEDIDOS RETIDOS POR CREDITO'.                00002810
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00002820
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002830
                                                                        00002840
       01 WRK-DETALHE.                                                  00002850
          05 WRK-DET-RETENCAO     PIC 9(05).                            00002860
          05 FILLER               PIC X(02) VALUE SPACES.               00002870
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002880
          05 FILLER               PIC X(02) VALUE SPACES.               00002890
          05 WRK-DET-CODIGO       PIC 9(08).                            00002900
          05 FILLER               PIC X(02) VALUE SPACES.               00002910
          05 WRK-DET-VALOR        PIC Z(8)9.99.                         00002920
          05 FILLER               PIC X(02) VALUE SPACES.               00002930
          05 WRK-DET-SITUACAO     PIC X(40).                            00002940
       COPY CPAUD02.                                                    00002950
       COPY CPCAB01.                                                    00002960
       COPY CPERR01.                                                    00002970
       COPY CPDTA01.                                                    00002980
       COPY CPSTT01.                                                    00002990
       COPY CPSRV01.                                                    00003000
      *=========================================*                       00003010
       PROCEDURE DIVISION.                                              00003020
      *=========================================*                       00003030
                                                                        00003040
      *---------------------------------------------------              00003050
       0000-PRINCIPAL                     SECTION.                      00003060
      *---------------------------------------------------              00003070
             PERFORM 0100-INICIAR.                                      00003080
             PERFORM 0200-PROCESSAR                                     00003090
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003100
             PERFORM 0300-FINALIZAR.                                    00003110
      *---------------------------------------------------              00003120
       0000-99-FIM.            EXIT.                                    00003130
      *---------------------------------------------------              00003140
                                                                        00003150
       0100-INICIAR                       SECTION.                      00003160
             MOVE 'FR05CB54' TO WRK-CAB-PROGRAMA.                       00003170
             PERFORM 0101-CABECALHO-PADRAO.                             00003180
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003190
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003200
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003210
             OPEN INPUT RETIDOS-ENT.                                    00003220
             OPEN INPUT ENTRADA-SYSIN.                                  00003230
             OPEN I-O CLIENTE-MASTER.                                   00003240
             OPEN I-O PRODUTO-MASTER.                                   00003250
             OPEN OUTPUT RETIDOS-SAI.                                   00003260
             OPEN OUTPUT RELLIB.                                        00003270
             OPEN OUTPUT CONTROLE.                                      00003280
             PERFORM 0109-ABRIR-PEDIDOS.                                00003290
             PERFORM 0111-ABRIR-PEDCAB.                                 00003300
             PERFORM 0112-ABRIR-PEDLOJA.                                00003310
             PERFORM 0105-ABRIR-AUDITORIA.                              00003320
             PERFORM 0110-TESTAR-STATUS.                                00003330
             PERFORM 0119-CARREGAR-GRUPOS.                              00003340
             PERFORM 0120-CARREGAR-RETIDOS                              00003350
                 UNTIL WRK-FS-RTDENT EQUAL '10'.                        00003360
             CLOSE RETIDOS-ENT.                                         00003370
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003380
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003390
      *---------------------------------------------------              00003400
       0100-99-FIM.            EXIT.                                    00003410
      *---------------------------------------------------              00003420
           COPY CPCAB02.                                                00003430
           COPY CPERR02.                                                00003440
           COPY CPDTA02.                                                00003450
           COPY CPSTT02.                                                00003460
           COPY CPAUD03.                                                00003470
      *---------------------------------------------------              00003480
       0105-ABRIR-AUDITORIA               SECTION.                      00003490
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003500
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003510
      *---------------------------------------------------              00003520
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003530
             OPEN EXTEND AUDITORIA.                                     00003540
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003550
                 OPEN OUTPUT AUDITORIA                                  00003560
                 CLOSE AUDITORIA                                        00003570
                 OPEN EXTEND AUDITORIA                                  00003580
             END-IF.                                                    00003590
      *---------------------------------------------------              00003600
       0109-ABRIR-PEDIDOS                 SECTION.                      00003610
      *    ABRE O ARQUIVO DE PEDIDOS EM EXTEND, CRIANDO-O NA            00003620
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003630
      *---------------------------------------------------              00003640
             OPEN EXTEND PEDIDOS.                                       00003650
             IF WRK-FS-PEDIDOS EQUAL '35'                               00003660
                 OPEN OUTPUT PEDIDOS                                    00003670
                 CLOSE PEDIDOS                                          00003680
                 OPEN EXTEND PEDIDOS                                    00003690
             END-IF.                                                    00003700
      *---------------------------------------------------              00003710
       0111-ABRIR-PEDCAB                  SECTION.                      00003720
      *    ABRE O ARQUIVO DE CABECALHO DE PEDIDO EM I-O, CRIANDO-O      00003730
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00003740
      *    STATUS 35)                                                   00003750
      *---------------------------------------------------              00003760
             OPEN I-O PEDIDO-CABEC.                                     00003770
             IF WRK-FS-PEDCAB EQUAL '35'                                00003780
                 OPEN OUTPUT PEDIDO-CABEC                               00003790
                 CLOSE PEDIDO-CABEC                                     00003800
                 OPEN I-O PEDIDO-CABEC                                  00003810
             END-IF.                                                    00003820
      *---------------------------------------------------              00003830
       0112-ABRIR-PEDLOJA                 SECTION.                      00003840
      *    ABRE O MASTER DE SITUACAO DOS PEDIDOS DA LOJA - AINDA        00003850
      *    NAO CRIADO PELA FR05CB80 (FILE STATUS 35), AS                00003860
      *    RETENCOES SAO TRATADAS SEM ATUALIZAR A SITUACAO              00003870
      *---------------------------------------------------              00003880
             OPEN I-O PEDIDO-LOJA.                                      00003890
             IF WRK-FS-PEDLOJA EQUAL '35'                               00003900
                 DISPLAY ' AVISO: SEM MASTER DE SITUACAO DOS PEDIDOS '  00003910
                         'DA LOJA'                                      00003920
             END-IF.                                                    00003930
      *---------------------------------------------------              00003940
       0119-CARREGAR-GRUPOS               SECTION.                      00003950
      *    PERCORRE O CLIENTE-MASTER E SOMA O SALDO EM ABERTO DAS       00003960
      *    FILIAIS DE CADA CLIENTE PAI (CLI-CLIENTE-PAI), COMO NO       00003970
      *    INTAKE DE PEDIDOS (FR05CB25)                                 00003980
      *---------------------------------------------------              00003990
             MOVE ZEROS TO CLI-ID.                                      00004000
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00004010
                 INVALID KEY                                            00004020
                     MOVE '10' TO WRK-FS-CLIENTE                        00004030
             END-START.                                                 00004040
             PERFORM 0121-SOMAR-UMA-FILIAL                              00004050
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00004060
             MOVE SPACES TO WRK-FS-CLIENTE.                             00004070
             DISPLAY ' GRUPOS DE CLIENTES CARREGADOS: '                 00004080
                     WRK-QTD-GRUPOS.                                    00004090
      *---------------------------------------------------              00004100
       0121-SOMAR-UMA-FILIAL              SECTION.                      00004110
             READ CLIENTE-MASTER NEXT RECORD.                           00004120
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00004130
                AND CLI-CLIENTE-PAI NUMERIC                             00004140
                AND CLI-CLIENTE-PAI > ZEROS                             00004150
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00004160
                 PERFORM 0226-LOCALIZAR-GRUPO                           00004170
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00004180
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00004190
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00004200
                             TO WRK-MSG                                 00004210
                         PERFORM 9000-TRATA-ERROS                       00004220
                     END-IF                                             00004230
                     ADD 1 TO WRK-QTD-GRUPOS                            00004240
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00004250
                     MOVE CLI-CLIENTE-PAI                               00004260
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00004270
                     MOVE ZEROS                                         00004280
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00004290
                 END-IF                                                 00004300
                 IF CLI-SALDO-ABERTO NUMERIC                            00004310
                     ADD CLI-SALDO-ABERTO                               00004320
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00004330
                 END-IF                                                 00004340
             END-IF.                                                    00004350
      *---------------------------------------------------              00004360
       0110-TESTAR-STATUS                 SECTION.                      00004370
             IF WRK-FS-RTDENT NOT EQUAL ZEROS                           00004380
                 MOVE ' ERRO OPEN RETIDOS ENTRADA ' TO WRK-MSG          00004390
                 PERFORM 9000-TRATA-ERROS                               00004400
             END-IF.                                                    00004410
             IF WRK-FS-RTDSAI NOT EQUAL ZEROS                           00004420
                 MOVE ' ERRO OPEN RETIDOS SAIDA ' TO WRK-MSG            00004430
                 PERFORM 9000-TRATA-ERROS                               00004440
             END-IF.                                                    00004450
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00004460
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00004470
                 PERFORM 9000-TRATA-ERROS                               00004480
             END-IF.                                                    00004490
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00004500
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00004510
                 PERFORM 9000-TRATA-ERROS                               00004520
             END-IF.                                                    00004530
             IF WRK-FS-PEDLOJA NOT EQUAL ZEROS                          00004540
                AND WRK-FS-PEDLOJA NOT EQUAL '35'                       00004550
                 MOVE ' ERRO OPEN SITUACAO DOS PEDIDOS DA LOJA '        00004560
                     TO WRK-MSG                                         00004570
                 PERFORM 9000-TRATA-ERROS                               00004580
             END-IF.                                                    00004590
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004600
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00004610
                 PERFORM 9000-TRATA-ERROS                               00004620
             END-IF.                                                    00004630
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00004640
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00004650
                 PERFORM 9000-TRATA-ERROS                               00004660
             END-IF.                                                    00004670
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00004680
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00004690
                 PERFORM 9000-TRATA-ERROS                               00004700
             END-IF.                                                    00004710
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004720
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00004730
                 PERFORM 9000-TRATA-ERROS                               00004740
             END-IF.                                                    00004750
             IF WRK-FS-RELLIB NOT EQUAL ZEROS                           00004760
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00004770
                 PERFORM 9000-TRATA-ERROS                               00004780
             END-IF.                                                    00004790
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00004800
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00004810
                 PERFORM 9000-TRATA-ERROS                               00004820
             END-IF.                                                    00004830
      *---------------------------------------------------              00004840
       0120-CARREGAR-RETIDOS              SECTION.                      00004850
      *    CARREGA O ARQUIVO DE RETIDOS NA TABELA EM MEMORIA            00004860
      *---------------------------------------------------              00004870
             READ RETIDOS-ENT.                                          00004880
             IF WRK-FS-RTDENT EQUAL ZEROS                               00004890
                 IF WRK-CONT-RETIDOS >= WRK-MAX-RETIDOS                 00004900
                     MOVE ' ERRO RETIDOS EXCEDEM A TABELA ' TO WRK-MSG  00004910
                     PERFORM 9000-TRATA-ERROS                           00004920
                 END-IF                                                 00004930
                 ADD 1 TO WRK-CONT-RETIDOS                              00004940
                 MOVE RTDENT-REGISTRO                                   00004950
                     TO WRK-RET-IMAGEM (WRK-CONT-RETIDOS)               00004960
                 SET WRK-RET-AGUARDANDO (WRK-CONT-RETIDOS) TO TRUE      00004970
             END-IF.                                                    00004980
      *---------------------------------------------------              00004990
       0200-PROCESSAR                     SECTION.                      00005000
             READ ENTRADA-SYSIN INTO WRK-CARTAO-LIBERACAO.              00005010
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005020
                 ADD 1 TO WRK-CONT-CARTOES                              00005030
                 PERFORM 0210-TRATAR-CARTAO                             00005040
                 PERFORM 0900-GRAVAR-AUDITORIA                          00005050
             END-IF.                                                    00005060
      *---------------------------------------------------              00005070
       0210-TRATAR-CARTAO                 SECTION.                      00005080
      *    LOCALIZA A RETENCAO DO CARTAO E EXECUTA A ACAO - 'L'         00005090
      *    LIBERA O PEDIDO PARA PEDIDOS, 'C' CANCELA A RETENCAO         00005100
      *    (TODAS AS LINHAS DO NUMERO); CARTAO SEM RETENCAO             00005110
      *    CORRESPONDENTE E RECUSADO                                    00005120
      *---------------------------------------------------              00005130
             MOVE ZERO  TO WRK-LIB-LINHAS.                              00005140
             MOVE ZEROS TO WRK-LIB-VALOR.                               00005150
             IF NOT WRK-ACAO-LIBERAR AND NOT WRK-ACAO-CANCELAR          00005160
                 ADD 1 TO WRK-CONT-RECUSADOS                            00005170
                 MOVE 'ACAO INVALIDA' TO WRK-DET-SITUACAO               00005180
                 PERFORM 0260-LISTAR-CARTAO                             00005190
                 GO TO 0210-99-FIM                                      00005200
             END-IF.                                                    00005210
             IF WRK-LIB-NUMERO NOT NUMERIC                              00005220
                 ADD 1 TO WRK-CONT-RECUSADOS                            00005230
                 MOVE 'NUMERO DE RETENCAO INVALIDO'                     00005240
                     TO WRK-DET-SITUACAO                                00005250
                 PERFORM 0260-LISTAR-CARTAO                             00005260
                 GO TO 0210-99-FIM                                      00005270
             END-IF.                                                    00005280
             PERFORM 0215-PROCURAR-RETENCAO.                            00005290
             IF WRK-IDX-ACHADO EQUAL ZERO                               00005300
                 ADD 1 TO WRK-CONT-RECUSADOS                            00005310
                 MOVE 'RETENCAO NAO ENCONTRADA OU JA TRATADA'           00005320
                     TO WRK-DET-SITUACAO                                00005330
                 PERFORM 0260-LISTAR-CARTAO                             00005340
                 GO TO 0210-99-FIM                                      00005350
             END-IF.                                                    00005360
             IF WRK-ACAO-LIBERAR                                        00005370
                 PERFORM 0220-LIBERAR-PEDIDO                            00005380
             ELSE                                                       00005390
                 MOVE ZERO TO WRK-IDX                                   00005400
                 PERFORM 0218-CANCELAR-UMA-LINHA                        00005410
                     UNTIL WRK-IDX >= WRK-CONT-RETIDOS                  00005420
                 ADD 1 TO WRK-CONT-CANCELADOS                           00005430
                 MOVE 'CANCELADO PELO SUPERVISOR'                       00005440
                     TO WRK-DET-SITUACAO                                00005450
                 PERFORM 0260-LISTAR-CARTAO                             00005460
                 PERFORM 0240-LOCALIZAR-PEDIDO-LOJA                     00005470
                 IF WRK-RETENCAO-DA-LOJA                                00005480
                     SET WST-CANCELADO TO TRUE                          00005490
                     PERFORM 0245-REGRAVAR-PEDIDO-LOJA                  00005500
                 END-IF                                                 00005510
             END-IF.                                                    00005520
       0210-99-FIM.            EXIT.                                    00005530
      *---------------------------------------------------              00005540
       0215-PROCURAR-RETENCAO             SECTION.                      00005550
             MOVE ZERO TO WRK-IDX-ACHADO.                               00005560
             MOVE ZERO TO WRK-IDX.                                      00005570
             PERFORM 0216-PROCURAR-UMA-RETENCAO                         00005580
                 UNTIL WRK-IDX >= WRK-CONT-RETIDOS                      00005590
                    OR WRK-IDX-ACHADO > ZERO.                           00005600
      *---------------------------------------------------              00005610
       0216-PROCURAR-UMA-RETENCAO         SECTION.                      00005620
             ADD 1 TO WRK-IDX.                                          00005630
             IF WRK-RET-NUMERO (WRK-IDX) EQUAL WRK-LIB-NUMERO           00005640
                AND WRK-RET-AGUARDANDO (WRK-IDX)                        00005650
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00005660
             END-IF.                                                    00005670
      *---------------------------------------------------              00005680
       0218-CANCELAR-UMA-LINHA            SECTION.                      00005690
             ADD 1 TO WRK-IDX.                                          00005700
             IF WRK-RET-NUMERO (WRK-IDX) EQUAL WRK-LIB-NUMERO           00005710
                AND WRK-RET-AGUARDANDO (WRK-IDX)                        00005720
                 SET WRK-RET-CANCELADO (WRK-IDX) TO TRUE                00005730
                 ADD 1 TO WRK-LIB-LINHAS                                00005740
                 ADD WRK-RET-VALOR-TOTAL (WRK-IDX) TO WRK-LIB-VALOR     00005750
             END-IF.                                                    00005760
      *---------------------------------------------------              00005770
       0220-LIBERAR-PEDIDO                SECTION.                      00005780
      *    APROVA A RETENCAO: O CLIENTE PRECISA SEGUIR ATIVO, O         00005790
      *    PEDIDO RECEBE O PROXIMO NUMERO DA SEQUENCIA DE PEDIDOS       00005800
      *    (FR05CB34, CHAVE FR05CB25) E TODAS AS LINHAS DA              00005810
      *    RETENCAO ENTRAM ABERTAS EM PEDIDOS COM O PRECO FIXADO        00005820
      *    NA RETENCAO, SOB UM CABECALHO SO. A LIBERACAO E A            00005830
      *    PROPRIA APROVACAO DO CREDITO: LIMITE DO GRUPO EXCEDIDO       00005840
      *    (0228) SO SAI COMO AVISO NA LISTAGEM                         00005850
      *---------------------------------------------------              00005860
             MOVE WRK-RET-CLI-ID (WRK-IDX-ACHADO) TO CLI-ID.            00005870
             READ CLIENTE-MASTER                                        00005880
                 INVALID KEY                                            00005890
                     ADD 1 TO WRK-CONT-RECUSADOS                        00005900
                     MOVE 'CLIENTE NAO CADASTRADO'                      00005910
                         TO WRK-DET-SITUACAO                            00005920
                     PERFORM 0260-LISTAR-CARTAO                         00005930
                     GO TO 0220-99-FIM                                  00005940
             END-READ.                                                  00005950
             IF NOT CLI-STAT-ATIVO                                      00005960
                 ADD 1 TO WRK-CONT-RECUSADOS                            00005970
                 MOVE 'CLIENTE SUSPENSO OU ENCERRADO'                   00005980
                     TO WRK-DET-SITUACAO                                00005990
                 PERFORM 0260-LISTAR-CARTAO                             00006000
                 GO TO 0220-99-FIM                                      00006010
             END-IF.                                                    00006020
             MOVE 'FR05CB25' TO SRV-CONT-PROGRAMA.                      00006030
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00006040
             IF NOT SRV-CONT-OK                                         00006050
                 MOVE ' ERRO SEQUENCIA DE PEDIDOS INDISPONIVEL '        00006060
                     TO WRK-MSG                                         00006070
                 PERFORM 9000-TRATA-ERROS                               00006080
             END-IF.                                                    00006090
             MOVE SRV-CONT-VALOR TO WRK-NUM-PEDIDO.                     00006100
             MOVE ZERO TO WRK-IDX.                                      00006110
             PERFORM 0225-LIBERAR-UMA-LINHA                             00006120
                 UNTIL WRK-IDX >= WRK-CONT-RETIDOS.                     00006130
             MOVE WRK-NUM-PEDIDO   TO PDC-NUMERO.                       00006140
             MOVE WRK-RET-CLI-ID (WRK-IDX-ACHADO) TO PDC-CLI-ID.        00006150
             MOVE WRK-DATA-NEGOCIO TO PDC-DATA.                         00006160
             SET PDC-ORIG-LIBERACAO TO TRUE.                            00006170
             MOVE SPACES           TO PDC-REF-LOJA.                     00006180
             PERFORM 0240-LOCALIZAR-PEDIDO-LOJA.                        00006190
             IF WRK-RETENCAO-DA-LOJA                                    00006200
                 MOVE WST-PEDIDO-LOJA TO PDC-REF-LOJA                   00006210
             END-IF.                                                    00006220
             MOVE WRK-LIB-LINHAS   TO PDC-QTD-ITENS.                    00006230
             MOVE WRK-LIB-VALOR    TO PDC-VALOR-TOTAL.                  00006240
             SET PDC-ABERTO        TO TRUE.                             00006250
             MOVE ZEROS            TO PDC-NUM-NOTA.                     00006260
             MOVE ZEROS            TO PDC-DATA-FATURA.                  00006270
             MOVE WRK-RET-COND-PAGTO (WRK-IDX-ACHADO)                   00006280
                 TO PDC-COND-PAGTO.                                     00006290
             WRITE CPPDC01-REGISTRO                                     00006300
                 INVALID KEY                                            00006310
                     DISPLAY ' AVISO: CABECALHO JA EXISTE P/ PEDIDO '   00006320
                             PDC-NUMERO                                 00006330
             END-WRITE.                                                 00006340
             IF WRK-RETENCAO-DA-LOJA                                    00006350
                 SET WST-ACEITO TO TRUE                                 00006360
                 MOVE WRK-NUM-PEDIDO TO WST-PED-NUMERO                  00006370
                 PERFORM 0245-REGRAVAR-PEDIDO-LOJA                      00006380
             END-IF.                                                    00006390
             MOVE 'LIBERADO - PEDIDO GERADO' TO WRK-DET-SITUACAO.       00006400
             PERFORM 0228-VERIFICAR-CREDITO-GRUPO.                      00006410
             MOVE WRK-DATA-NEGOCIO TO CLI-ULT-ATIVIDADE.                00006420
             REWRITE CPCLIE01-REGISTRO.                                 00006430
             ADD 1 TO WRK-CONT-LIBERADOS.                               00006440
             PERFORM 0260-LISTAR-CARTAO.                                00006450
             DISPLAY ' PEDIDO LIBERADO: ' WRK-NUM-PEDIDO                00006460
                     ' RETENCAO: ' WRK-LIB-NUMERO                       00006470
                     ' LINHAS: ' WRK-LIB-LINHAS.                        00006480
       0220-99-FIM.            EXIT.                                    00006490
      *---------------------------------------------------              00006500
       0226-LOCALIZAR-GRUPO               SECTION.                      00006510
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00006520
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00006530
      *---------------------------------------------------              00006540
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00006550
             MOVE ZERO TO WRK-IDX-GRP.                                  00006560
             PERFORM 0227-PROCURAR-UM-GRUPO                             00006570
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00006580
                    OR WRK-IDX-GRP-ACH > ZERO.                          00006590
      *---------------------------------------------------              00006600
       0227-PROCURAR-UM-GRUPO             SECTION.                      00006610
             ADD 1 TO WRK-IDX-GRP.                                      00006620
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00006630
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00006640
             END-IF.                                                    00006650
      *---------------------------------------------------              00006660
       0228-VERIFICAR-CREDITO-GRUPO       SECTION.                      00006670
      *    O PAI RESPONDE PELO CREDITO DO GRUPO: SALDO DO PAI MAIS      00006680
      *    O DAS FILIAIS, SOMADO AO PEDIDO LIBERADO, COMPARADO AO       00006690
      *    LIMITE DO PAI. O CLIENTE DA RETENCAO E GUARDADO ANTES        00006700
      *    DA LEITURA DO PAI E DEVOLVIDO PARA A REGRAVACAO              00006710
      *---------------------------------------------------              00006720
             IF CLI-CLIENTE-PAI NUMERIC                                 00006730
                AND CLI-CLIENTE-PAI > ZEROS                             00006740
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00006750
             ELSE                                                       00006760
                 MOVE CLI-ID TO WRK-PAI-ALVO                            00006770
             END-IF.                                                    00006780
             PERFORM 0226-LOCALIZAR-GRUPO.                              00006790
             IF WRK-IDX-GRP-ACH EQUAL ZERO                              00006800
                 GO TO 0228-99-FIM                                      00006810
             END-IF.                                                    00006820
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00006830
             MOVE WRK-PAI-ALVO TO CLI-ID.                               00006840
             READ CLIENTE-MASTER                                        00006850
                 INVALID KEY                                            00006860
                     DISPLAY ' AVISO: CLIENTE PAI ' WRK-PAI-ALVO        00006870
                             ' FORA DO MASTER - SEM LIMITE DE GRUPO'    00006880
                     MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO        00006890
                     GO TO 0228-99-FIM                                  00006900
             END-READ.                                                  00006910
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00006920
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00006930
                 MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO            00006940
                 GO TO 0228-99-FIM                                      00006950
             END-IF.                                                    00006960
             MOVE WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)               00006970
                 TO WRK-SALDO-GRUPO.                                    00006980
             IF CLI-SALDO-ABERTO NUMERIC                                00006990
                 ADD CLI-SALDO-ABERTO TO WRK-SALDO-GRUPO                00007000
             END-IF.                                                    00007010
             IF WRK-SALDO-GRUPO + WRK-LIB-VALOR                         00007020
                    > CLI-LIMITE-CREDITO                                00007030
                 ADD 1 TO WRK-CONT-GRUPO-EXC                            00007040
                 MOVE 'LIBERADO - LIMITE DO GRUPO EXCEDIDO'             00007050
                     TO WRK-DET-SITUACAO                                00007060
                 DISPLAY ' AVISO: LIMITE DO GRUPO ' WRK-PAI-ALVO        00007070
                         ' EXCEDIDO NA RETENCAO ' WRK-LIB-NUMERO        00007080
             END-IF.                                                    00007090
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00007100
       0228-99-FIM.            EXIT.                                    00007110
      *---------------------------------------------------              00007120
       0225-LIBERAR-UMA-LINHA             SECTION.                      00007130
      *    GRAVA UMA LINHA DA RETENCAO COMO LINHA DO PEDIDO             00007140
      *    LIBERADO, RENUMERADA EM SEQUENCIA, E COMPROMETE O SALDO      00007150
      *---------------------------------------------------              00007160
             ADD 1 TO WRK-IDX.                                          00007170
             IF WRK-RET-NUMERO (WRK-IDX) NOT EQUAL WRK-LIB-NUMERO       00007180
                OR NOT WRK-RET-AGUARDANDO (WRK-IDX)                     00007190
                 GO TO 0225-99-FIM                                      00007200
             END-IF.                                                    00007210
             ADD 1 TO WRK-LIB-LINHAS.                                   00007220
             MOVE WRK-NUM-PEDIDO TO PED-NUMERO.                         00007230
             MOVE WRK-LIB-LINHAS TO PED-ITEM.                           00007240
             MOVE WRK-RET-CLI-ID (WRK-IDX)      TO PED-CLI-ID.          00007250
             MOVE WRK-RET-CODIGO (WRK-IDX)      TO PED-CODIGO.          00007260
             MOVE WRK-RET-QUANTIDADE (WRK-IDX)  TO PED-QUANTIDADE.      00007270
             MOVE WRK-RET-PRECO-UNIT (WRK-IDX)  TO PED-PRECO-UNIT.      00007280
             MOVE WRK-RET-VALOR-TOTAL (WRK-IDX) TO PED-VALOR-TOTAL.     00007290
             MOVE WRK-DATA-NEGOCIO TO PED-DATA.                         00007300
             MOVE ZEROS TO PED-CODIGO-ORIGINAL.                         00007310
             SET PED-ABERTO TO TRUE.                                    00007320
             MOVE WRK-RET-REGRA (WRK-IDX)       TO PED-REGRA-PRECO.     00007330
             IF WRK-RET-REGRA (WRK-IDX) EQUAL SPACE                     00007340
                 MOVE ZEROS TO PED-PRECO-LISTA                          00007350
             ELSE                                                       00007360
                 MOVE WRK-RET-LISTA (WRK-IDX)   TO PED-PRECO-LISTA      00007370
             END-IF.                                                    00007380
             WRITE CPPED01-REGISTRO.                                    00007390
             ADD PED-VALOR-TOTAL TO WRK-LIB-VALOR.                      00007400
             PERFORM 0230-COMPROMETER-ESTOQUE.                          00007410
             SET WRK-RET-LIBERADO (WRK-IDX) TO TRUE.                    00007420
       0225-99-FIM.            EXIT.                                    00007430
      *---------------------------------------------------              00007440
       0230-COMPROMETER-ESTOQUE           SECTION.                      00007450
      *    COMPROMETE O SALDO DO PRODUTO PELO PEDIDO LIBERADO,          00007460
      *    COMO FAZ O INTAKE DE PEDIDOS - CAMPO EM BRANCO               00007470
      *    (REGISTRO LEGADO) E TRATADO COMO ZERO; PRODUTO               00007480
      *    REMOVIDO DESDE A RETENCAO SAI COM AVISO NO SYSOUT            00007490
      *---------------------------------------------------              00007500
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00007510
             READ PRODUTO-MASTER                                        00007520
                 INVALID KEY                                            00007530
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00007540
                             ' SEM CADASTRO - SEM COMPROMETIMENTO'      00007550
                 NOT INVALID KEY                                        00007560
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00007570
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00007580
                     END-IF                                             00007590
                     ADD PED-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00007600
                     REWRITE CPPRDM01-REGISTRO                          00007610
             END-READ.                                                  00007620
      *---------------------------------------------------              00007630
       0240-LOCALIZAR-PEDIDO-LOJA         SECTION.                      00007640
      *    PROCURA A RETENCAO NO MASTER DE SITUACAO DOS PEDIDOS DA      00007650
      *    LOJA PELA CHAVE ALTERNATIVA (NUMERO DA RETENCAO, UNICO       00007660
      *    PELA SEQUENCIA 'RETPED'). NAO ACHADA, OU JA FORA DE          00007670
      *    RETIDO, E RETENCAO DO BALCAO                                 00007680
      *---------------------------------------------------              00007690
             SET WRK-RETENCAO-BALCAO TO TRUE.                           00007700
             IF WRK-FS-PEDLOJA EQUAL '35'                               00007710
                 GO TO 0240-99-FIM                                      00007720
             END-IF.                                                    00007730
             MOVE WRK-LIB-NUMERO TO WST-RTD-NUMERO.                     00007740
             READ PEDIDO-LOJA KEY IS WST-RTD-NUMERO                     00007750
                 INVALID KEY                                            00007760
                     GO TO 0240-99-FIM                                  00007770
             END-READ.                                                  00007780
             IF WST-RETIDO                                              00007790
                 SET WRK-RETENCAO-DA-LOJA TO TRUE                       00007800
             END-IF.                                                    00007810
       0240-99-FIM.            EXIT.                                    00007820
      *---------------------------------------------------              00007830
       0245-REGRAVAR-PEDIDO-LOJA          SECTION.                      00007840
      *    REGRAVA A NOVA SITUACAO DO PEDIDO DA LOJA (LIBERADO OU       00007850
      *    CANCELADO) PARA O FEED DE RETORNO (FR06CB19)                 00007860
      *---------------------------------------------------              00007870
             MOVE WRK-DATA-NEGOCIO TO WST-DATA-SITUACAO.                00007880
             REWRITE CPWST01-REGISTRO                                   00007890
                 INVALID KEY                                            00007900
                     DISPLAY ' AVISO: SITUACAO NAO REGRAVADA P/ '       00007910
                             'REF LOJA ' WST-PEDIDO-LOJA                00007920
             END-REWRITE.                                               00007930
      *---------------------------------------------------              00007940
       0260-LISTAR-CARTAO                 SECTION.                      00007950
             MOVE WRK-LIB-NUMERO TO WRK-DET-RETENCAO.                   00007960
             IF WRK-IDX-ACHADO > ZERO                                   00007970
                 MOVE WRK-RET-CLI-ID (WRK-IDX-ACHADO)                   00007980
                     TO WRK-DET-CLI-ID                                  00007990
                 MOVE WRK-RET-CODIGO (WRK-IDX-ACHADO)                   00008000
                     TO WRK-DET-CODIGO                                  00008010
                 IF WRK-LIB-LINHAS > ZERO                               00008020
                     MOVE WRK-LIB-VALOR TO WRK-DET-VALOR                00008030
                 ELSE                                                   00008040
                     MOVE WRK-RET-VALOR-TOTAL (WRK-IDX-ACHADO)          00008050
                         TO WRK-DET-VALOR                               00008060
                 END-IF                                                 00008070
             ELSE                                                       00008080
                 MOVE ZEROS TO WRK-DET-CLI-ID                           00008090
                 MOVE ZEROS TO WRK-DET-CODIGO                           00008100
                 MOVE ZEROS TO WRK-DET-VALOR                            00008110
             END-IF.                                                    00008120
             WRITE REL-LINHA FROM WRK-DETALHE.                          00008130
      *---------------------------------------------------              00008140
       0900-GRAVAR-AUDITORIA              SECTION.                      00008150
             MOVE 'FR05CB54' TO AUD-PROGRAMA.                           00008160
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00008170
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00008180
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00008190
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00008200
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00008210
             MOVE WRK-CARTAO-LIBERACAO TO AUD-REGISTRO-IMAGEM.          00008220
             SET AUD-ACEITO TO TRUE.                                    00008230
             MOVE ZEROS TO AUD-NUM-LOTE.                                00008240
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00008250
             WRITE CPAUD01-REGISTRO.                                    00008260
      *---------------------------------------------------              00008270
       0300-FINALIZAR                     SECTION.                      00008280
             PERFORM 0320-REGRAVAR-RETIDOS.                             00008290
             PERFORM 0310-GRAVA-CONTROLE.                               00008300
             MOVE WRK-CONT-CARTOES                                      00008310
                 TO WRK-STT-REGISTROS.                                  00008320
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008330
             CLOSE PEDIDOS.                                             00008340
             CLOSE PEDIDO-CABEC.                                        00008350
             IF WRK-FS-PEDLOJA NOT EQUAL '35'                           00008360
                 CLOSE PEDIDO-LOJA                                      00008370
             END-IF.                                                    00008380
             CLOSE CLIENTE-MASTER.                                      00008390
             CLOSE PRODUTO-MASTER.                                      00008400
             CLOSE RETIDOS-SAI.                                         00008410
             CLOSE AUDITORIA.                                           00008420
             CLOSE ENTRADA-SYSIN.                                       00008430
             CLOSE RELLIB.                                              00008440
             CLOSE CONTROLE.                                            00008450
             DISPLAY '------------------'.                              00008460
             DISPLAY '  RETENCOES CARREGADAS: ' WRK-CONT-RETIDOS.       00008470
             DISPLAY '  CARTOES LIDOS.......: ' WRK-CONT-CARTOES.       00008480
             DISPLAY '  PEDIDOS LIBERADOS...: ' WRK-CONT-LIBERADOS.     00008490
             DISPLAY '  RETENCOES CANCELADAS: ' WRK-CONT-CANCELADOS.    00008500
             DISPLAY '  CARTOES RECUSADOS...: ' WRK-CONT-RECUSADOS.     00008510
             DISPLAY '  RETENCOES MANTIDAS..: ' WRK-CONT-MANTIDOS.      00008520
             DISPLAY '  LIBERADOS ACIMA DO LIMITE DO GRUPO: '           00008530
                     WRK-CONT-GRUPO-EXC.                                00008540
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00008550
             PERFORM 9000-TRATA-ERROS.                                  00008560
      *---------------------------------------------------              00008570
       0320-REGRAVAR-RETIDOS              SECTION.                      00008580
      *    REGRAVA NA NOVA GERACAO DO ARQUIVO AS RETENCOES NAO          00008590
      *    TRATADAS NESTA EXECUCAO, QUE SEGUEM AGUARDANDO               00008600
      *---------------------------------------------------              00008610
             MOVE ZERO TO WRK-IDX.                                      00008620
             PERFORM 0325-REGRAVAR-UMA-RETENCAO                         00008630
                 UNTIL WRK-IDX >= WRK-CONT-RETIDOS.                     00008640
      *---------------------------------------------------              00008650
       0325-REGRAVAR-UMA-RETENCAO         SECTION.                      00008660
             ADD 1 TO WRK-IDX.                                          00008670
             IF WRK-RET-AGUARDANDO (WRK-IDX)                            00008680
                 ADD 1 TO WRK-CONT-MANTIDOS                             00008690
                 MOVE WRK-RET-IMAGEM (WRK-IDX) TO CPRTD01-REGISTRO      00008700
                 WRITE CPRTD01-REGISTRO                                 00008710
             END-IF.                                                    00008720
      *---------------------------------------------------              00008730
       0310-GRAVA-CONTROLE                SECTION.                      00008740
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00008750
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00008760
      *---------------------------------------------------              00008770
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00008780
             MOVE SPACES              TO CTL-DATA-HORA.                 00008790
             MOVE WRK-CONT-CARTOES    TO CTL-QTD-LIDOS.                 00008800
             MOVE WRK-CONT-LIBERADOS  TO CTL-QTD-GRAVADOS.              00008810
             MOVE WRK-CONT-RECUSADOS  TO CTL-QTD-REJEITADOS.            00008820
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00008830
             MOVE WRK-CONT-CANCELADOS TO CTL-QTD-FILTRADOS.             00008840
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00008850
             MOVE ZERO                TO CTL-QTD-FONTES.                00008860
             WRITE CPCTRL01-REGISTRO.                                   00008870
      *---------------------------------------------------              00008880
       9000-TRATA-ERROS                   SECTION.                      00008890
      *---------------------------------------------------              00008900
             PERFORM 9050-GRAVAR-ERRLOG.                                00008910
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008920
             STOP RUN.                                                  00008930
      *--------------------------------------------------------------   00008940
       9000-99-FIM.            EXIT.                                    00008950
      *--------------------------------------------------------------   00008960
