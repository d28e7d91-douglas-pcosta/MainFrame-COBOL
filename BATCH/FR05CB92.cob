      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB92.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: ORCAMENTOS DE VENDA VIA CARTOES DA SYSIN.         00000120
      *               CARTAO 'O' + CLIENTE + PRODUTO + QUANTIDADE       00000130
      *               + DIAS DE VALIDADE COTA UMA LINHA - CARTOES       00000140
      *               'O' SEGUIDOS DO MESMO CLIENTE FORMAM UM SO        00000150
      *               ORCAMENTO, NUMERADO PELA SEQUENCIA 'ORCAMENT'     00000160
      *               DO SERVICO FR05CB34. O PRECO E FIXADO COMO NO     00000170
      *               INTAKE DE PEDIDOS (FR05CB25, 0217-FIXAR-PRECO,    00000180
      *               COM A PROMOCAO VIGENTE) E GRAVADO NO ARQUIVO      00000190
      *               DE ORCAMENTOS (CPORC01) COM A DATA DE             00000200
      *               VALIDADE (DIAS EM BRANCO = 15). CARTAO 'V' +      00000210
      *               NUMERO CONVERTE O ORCAMENTO AINDA VALIDO EM       00000220
      *               PEDIDO PELO PRECO COTADO: CLIENTE ATIVO,          00000230
      *               PRODUTO ATIVO COM DISPONIVEL E CREDITO PELO       00000240
      *               PEDIDO INTEIRO (ACIMA DO LIMITE A CONVERSAO E     00000250
      *               RECUSADA E O ORCAMENTO SEGUE ABERTO); O           00000260
      *               PEDIDO RECEBE NUMERO DA SEQUENCIA DE PEDIDOS,     00000270
      *               LINHAS EM CPPED01, CABECALHO EM CPPDC01           00000280
      *               (ORIGEM 'O') E COMPROMETE O SALDO. CADA           00000290
      *               CARTAO SAI NA TRILHA DE AUDITORIA E NA            00000300
      *               LISTAGEM                                          00000310
      *-------------------------------------------------------*         00000320
      *     HISTORICO DE ALTERACOES                                     00000330
      *     DATA        AUTOR   DESCRICAO                               00000340
      *     ----------  ------  --------------------------------        00000350
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000360
      *     15/10/2026  IVS     PRECO COTADO PASSA PELO SERVICO DE      00000370
      *                         PRECIFICACAO (FR05CB96) - CONTRATO      00000380
      *                         DO CLIENTE E QUEBRA DE QUANTIDADE       00000390
      *                         CONCORREM COM LISTA E PROMOCAO; A       00000400
      *                         REGRA E O PRECO DE LISTA FICAM NA       00000410
      *                         LINHA COTADA E SEGUEM PARA O PEDIDO     00000420
      *                         NA CONVERSAO                            00000430
      *     15/10/2026  IVS     CABECALHO DO PEDIDO GRAVADO SEM         00000440
      *                         CONDICAO DE PAGAMENTO PROPRIA -         00000450
      *                         O FATURAMENTO USA A DO CLIENTE          00000460
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000470
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000480
      *     15/10/2026  IVS     CREDITO DE GRUPO NA CONVERSAO: CLIENTE  00000490
      *                         PAI COM FILIAIS OU FILIAL E CONFERIDO   00000500
      *                         TAMBEM PELO SALDO EM ABERTO DO GRUPO    00000510
      *                         CONTRA O LIMITE DO PAI, COMO NO INTAKE  00000520
      *                         (FR05CB25) - ACIMA, CONVERSAO RECUSADA  00000530
      *=======================================================*         00000540
                                                                        00000550
      *=======================================================*         00000560
       ENVIRONMENT                               DIVISION.              00000570
      *=======================================================*         00000580
       INPUT-OUTPUT                              SECTION.               00000590
       FILE-CONTROL.                                                    00000600
             SELECT ORCAMENTOS ASSIGN TO ARQORC                         00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS ORC-CHAVE                               00000640
                FILE STATUS  IS WRK-FS-ORCAMENTO.                       00000650
                                                                        00000660
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000670
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000680
                                                                        00000690
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000700
                ORGANIZATION IS INDEXED                                 00000710
                ACCESS MODE  IS DYNAMIC                                 00000720
                RECORD KEY   IS PDC-NUMERO                              00000730
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000740
                                                                        00000750
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000760
                ORGANIZATION IS INDEXED                                 00000770
                ACCESS MODE  IS DYNAMIC                                 00000780
                RECORD KEY   IS CLI-ID                                  00000790
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000800
                                                                        00000810
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000820
                ORGANIZATION IS INDEXED                                 00000830
                ACCESS MODE  IS DYNAMIC                                 00000840
                RECORD KEY   IS PRDM-CODIGO                             00000850
                FILE STATUS  IS WRK-FS-PRDM.                            00000860
                                                                        00000870
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000880
                ORGANIZATION IS INDEXED                                 00000890
                ACCESS MODE  IS DYNAMIC                                 00000900
                RECORD KEY   IS PRM-CODIGO                              00000910
                FILE STATUS  IS WRK-FS-PROMO.                           00000920
                                                                        00000930
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000940
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000950
                                                                        00000960
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000970
                FILE STATUS  IS WRK-FS-SYSIN.                           00000980
                                                                        00000990
             SELECT RELORC   ASSIGN TO ARQRPT                           00001000
                FILE STATUS  IS WRK-FS-RELORC.                          00001010
                                                                        00001020
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001030
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001040
                                                                        00001050
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001060
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001070
                                                                        00001080
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001090
                ORGANIZATION IS INDEXED                                 00001100
                ACCESS MODE  IS DYNAMIC                                 00001110
                RECORD KEY   IS CAL-DATA                                00001120
                FILE STATUS  IS WRK-FS-CALEND.                          00001130
                                                                        00001140
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001150
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001160
      *=======================================================*         00001170
       DATA                                      DIVISION.              00001180
      *=======================================================*         00001190
       FILE                                      SECTION.               00001200
       FD ORCAMENTOS.                                                   00001210
           COPY CPORC01.                                                00001220
                                                                        00001230
       FD PEDIDOS                                                       00001240
           RECORDING MODE IS F                                          00001250
           BLOCK CONTAINS 0 RECORDS.                                    00001260
           COPY CPPED01.                                                00001270
                                                                        00001280
       FD PEDIDO-CABEC.                                                 00001290
           COPY CPPDC01.                                                00001300
                                                                        00001310
       FD CLIENTE-MASTER.                                               00001320
           COPY CPCLIE01.                                               00001330
                                                                        00001340
       FD PRODUTO-MASTER.                                               00001350
           COPY CPPRDM01.                                               00001360
                                                                        00001370
       FD PROMO-MASTER.                                                 00001380
           COPY CPPRM01.                                                00001390
                                                                        00001400
       FD AUDITORIA                                                     00001410
           RECORDING MODE IS F                                          00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
           COPY CPAUD01.                                                00001440
                                                                        00001450
       FD ENTRADA-SYSIN                                                 00001460
           RECORDING MODE IS F                                          00001470
           BLOCK CONTAINS 0 RECORDS.                                    00001480
       01 SYSIN-REGISTRO             PIC X(024).                        00001490
                                                                        00001500
       FD RELORC                                                        00001510
           RECORDING MODE IS F                                          00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
       01 REL-LINHA                    PIC X(132).                      00001540
                                                                        00001550
       FD CONTROLE                                                      00001560
           RECORDING MODE IS F                                          00001570
           BLOCK CONTAINS 0 RECORDS.                                    00001580
           COPY CPCTRL01.                                               00001590
                                                                        00001600
       FD ERRLOG.                                                       00001610
           COPY CPERRL01.                                               00001620
                                                                        00001630
       FD CALENDARIO.                                                   00001640
           COPY CPCAL01.                                                00001650
                                                                        00001660
       FD ESTATIS                                                       00001670
           RECORDING MODE IS F                                          00001680
           BLOCK CONTAINS 0 RECORDS.                                    00001690
           COPY CPSTA01.                                                00001700
      *---------------------------------------------------              00001710
       WORKING-STORAGE                           SECTION.               00001720
      *---------------------------------------------------              00001730
       77 WRK-FS-ORCAMENTO    PIC X(02) VALUE SPACES.                   00001740
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001750
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00001760
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001770
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001780
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00001790
       77 WRK-FS-AUDITORIA    PIC X(02) VALUE SPACES.                   00001800
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001810
       77 WRK-FS-RELORC       PIC X(02) VALUE SPACES.                   00001820
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001830
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00001840
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00001850
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001860
       77 WRK-CONT-CARTOES    PIC 9(07) COMP VALUE ZERO.                00001870
       77 WRK-CONT-LINHAS     PIC 9(07) COMP VALUE ZERO.                00001880
       77 WRK-CONT-ORCAMENTOS PIC 9(07) COMP VALUE ZERO.                00001890
       77 WRK-CONT-CONVERTIDOS PIC 9(07) COMP VALUE ZERO.               00001900
       77 WRK-CONT-RECUSADOS  PIC 9(07) COMP VALUE ZERO.                00001910
      *---------------------------------------------------              00001920
      *    CARTAO DA SYSIN - 'O' COTA UMA LINHA, 'V' CONVERTE           00001930
      *---------------------------------------------------              00001940
       01 WRK-CARTAO-ORCAMENTO.                                         00001950
          05 WRK-CAR-TIPO           PIC X(01).                          00001960
             88 WRK-CARTAO-COTACAO        VALUE 'O'.                    00001970
             88 WRK-CARTAO-CONVERSAO      VALUE 'V'.                    00001980
          05 WRK-CAR-DADOS          PIC X(23).                          00001990
          05 WRK-VISAO-COTACAO REDEFINES WRK-CAR-DADOS.                 00002000
             10 WRK-COT-CLI-ID         PIC 9(05).                       00002010
             10 WRK-COT-CODIGO         PIC 9(08).                       00002020
             10 WRK-COT-QUANTIDADE     PIC 9(07).                       00002030
             10 WRK-COT-DIAS           PIC 9(03).                       00002040
          05 WRK-VISAO-CONVERSAO REDEFINES WRK-CAR-DADOS.               00002050
             10 WRK-CNV-NUMERO         PIC 9(05).                       00002060
             10 FILLER                 PIC X(18).                       00002070
       01 WRK-SW-VALIDO.                                                00002080
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002090
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002100
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002110
       01 WRK-SW-PROMO.                                                 00002120
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00002130
             88 WRK-PROMO-APLICADA         VALUE 'S'.                   00002140
             88 WRK-PROMO-NAO-APLICADA     VALUE 'N'.                   00002150
       77 WRK-PRECO-EFETIVO   PIC 9(07)V99 COMP-3 VALUE ZERO.           00002160
       77 WRK-QTD-DISPONIVEL  PIC S9(07) COMP-3 VALUE ZERO.             00002170
       77 WRK-SALDO-CLIENTE   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002180
       77 WRK-SITUACAO        PIC X(40) VALUE SPACES.                   00002190
      *---------------------------------------------------              00002200
      *    GRUPOS DE CLIENTES - SALDO EM ABERTO SOMADO DAS              00002210
      *    FILIAIS DE CADA CLIENTE PAI, APURADO NA ABERTURA (O          00002220
      *    SALDO SO MUDA NO FATURAMENTO E NOS RECEBIMENTOS)             00002230
      *---------------------------------------------------              00002240
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00002250
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00002260
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00002270
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00002280
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00002290
       77 WRK-SALDO-GRUPO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002300
       01 WRK-CLIENTE-SALVO   PIC X(100) VALUE SPACES.                  00002310
       01 WRK-TABELA-GRUPOS.                                            00002320
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00002330
             10 WRK-GRP-PAI           PIC 9(05).                        00002340
             10 WRK-GRP-SALDO-FILIAIS PIC 9(11)V99 COMP-3.              00002350
      *---------------------------------------------------              00002360
      *    ORCAMENTO EM MONTAGEM - LINHAS COTADAS DO CLIENTE            00002370
      *    CORRENTE, GRAVADAS NO FECHAMENTO                             00002380
      *---------------------------------------------------              00002390
       77 WRK-MAX-ITENS       PIC 9(03) COMP VALUE 50.                  00002400
       77 WRK-QTD-ITENS       PIC 9(03) COMP VALUE ZERO.                00002410
       77 WRK-IDX-ITEM        PIC 9(03) COMP VALUE ZERO.                00002420
       77 WRK-DIAS-PADRAO     PIC 9(03) VALUE 15.                       00002430
       77 WRK-DIAS-VALIDADE   PIC 9(03) VALUE ZERO.                     00002440
       77 WRK-DIAS-SOMADOS    PIC 9(03) VALUE ZERO.                     00002450
       77 WRK-ORC-CLIENTE     PIC 9(05) VALUE ZEROS.                    00002460
       77 WRK-ORC-GERENTE     PIC X(15) VALUE SPACES.                   00002470
       77 WRK-ORC-VALIDADE    PIC 9(08) VALUE ZEROS.                    00002480
       77 WRK-ORC-VALOR       PIC 9(09)V99 COMP-3 VALUE ZERO.           00002490
       77 WRK-NUM-ORCAMENTO   PIC 9(05) VALUE ZEROS.                    00002500
       01 WRK-TABELA-ITENS.                                             00002510
          05 WRK-ENT-ITEM OCCURS 50 TIMES.                              00002520
             10 WRK-ITM-CODIGO          PIC 9(08).                      00002530
             10 WRK-ITM-QUANTIDADE      PIC 9(07).                      00002540
             10 WRK-ITM-PRECO           PIC 9(07)V99 COMP-3.            00002550
             10 WRK-ITM-VALOR           PIC 9(09)V99 COMP-3.            00002560
             10 WRK-ITM-PROMO           PIC X(01).                      00002570
             10 WRK-ITM-REGRA           PIC X(01).                      00002580
             10 WRK-ITM-LISTA           PIC 9(07)V99 COMP-3.            00002590
      *---------------------------------------------------              00002600
      *    CALCULO DA DATA DE VALIDADE (DIA A DIA, COM VIRADA           00002610
      *    DE MES E ANO)                                                00002620
      *---------------------------------------------------              00002630
       01 WRK-DATA-CALCULO.                                             00002640
          05 WRK-CALC-ANO           PIC 9(04).                          00002650
          05 WRK-CALC-MES           PIC 9(02).                          00002660
          05 WRK-CALC-DIA           PIC 9(02).                          00002670
       77 WRK-CALC-ULT-DIA    PIC 9(02) VALUE ZERO.                     00002680
       77 WRK-CALC-QUOC       PIC 9(04) VALUE ZERO.                     00002690
       77 WRK-CALC-RESTO      PIC 9(04) VALUE ZERO.                     00002700
      *---------------------------------------------------              00002710
      *    ORCAMENTO EM CONVERSAO - LINHAS LIDAS DO ARQUIVO             00002720
      *---------------------------------------------------              00002730
       77 WRK-CNV-LINHAS      PIC 9(03) COMP VALUE ZERO.                00002740
       77 WRK-CNV-ABERTAS     PIC 9(03) COMP VALUE ZERO.                00002750
       77 WRK-CNV-CONVERTIDAS PIC 9(03) COMP VALUE ZERO.                00002760
       77 WRK-CNV-CLI-ID      PIC 9(05) VALUE ZEROS.                    00002770
       77 WRK-CNV-VALIDADE    PIC 9(08) VALUE ZEROS.                    00002780
       77 WRK-CNV-VALOR       PIC 9(09)V99 COMP-3 VALUE ZERO.           00002790
       77 WRK-IDX-CNV         PIC 9(03) COMP VALUE ZERO.                00002800
       77 WRK-IDX-ANT         PIC 9(03) COMP VALUE ZERO.                00002810
       77 WRK-NUM-PEDIDO      PIC 9(05) VALUE ZEROS.                    00002820
       01 WRK-TABELA-CONVERSAO.                                         00002830
          05 WRK-ENT-CONVERSAO OCCURS 50 TIMES.                         00002840
             10 WRK-CVL-ITEM            PIC 9(03).                      00002850
             10 WRK-CVL-CODIGO          PIC 9(08).                      00002860
             10 WRK-CVL-QUANTIDADE      PIC 9(07).                      00002870
             10 WRK-CVL-PRECO           PIC 9(07)V99 COMP-3.            00002880
             10 WRK-CVL-VALOR           PIC 9(09)V99 COMP-3.            00002890
             10 WRK-CVL-REGRA           PIC X(01).                      00002900
             10 WRK-CVL-LISTA           PIC 9(07)V99 COMP-3.            00002910
      *---------------------------------------------------              00002920
      *    LINHAS DA LISTAGEM                                           00002930
      *---------------------------------------------------              00002940
       01 WRK-CABEC1.                                                   00002950
          05 FILLER               PIC X(44) VALUE                       00002960
             'ORCAMENTOS DE VENDA - EMISSAO E CONVERSAO'.               00002970
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00002980
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002990
                                                                        00003000
       01 WRK-CABEC2.                                                   00003010
          05 FILLER PIC X(05) VALUE 'TIPO '.                            00003020
          05 FILLER PIC X(07) VALUE 'NUMERO '.                          00003030
          05 FILLER PIC X(07) VALUE 'CLIENTE'.                          00003040
          05 FILLER PIC X(07) VALUE ' ITENS '.                          00003050
          05 FILLER PIC X(14) VALUE '         VALOR'.                   00003060
          05 FILLER PIC X(10) VALUE '  VALIDADE'.                       00003070
          05 FILLER PIC X(02) VALUE SPACES.                             00003080
          05 FILLER PIC X(40) VALUE 'SITUACAO'.                         00003090
                                                                        00003100
       01 WRK-DETALHE.                                                  00003110
          05 WRK-DET-TIPO         PIC X(01).                            00003120
          05 FILLER               PIC X(04) VALUE SPACES.               00003130
          05 WRK-DET-NUMERO       PIC 9(05).                            00003140
          05 FILLER               PIC X(02) VALUE SPACES.               00003150
          05 WRK-DET-CLI-ID       PIC 9(05).                            00003160
          05 FILLER               PIC X(02) VALUE SPACES.               00003170
          05 WRK-DET-ITENS        PIC ZZ9.                              00003180
          05 FILLER               PIC X(02) VALUE SPACES.               00003190
          05 WRK-DET-VALOR        PIC Z(10)9.99.                        00003200
          05 FILLER               PIC X(02) VALUE SPACES.               00003210
          05 WRK-DET-VALIDADE     PIC 9(08).                            00003220
          05 FILLER               PIC X(02) VALUE SPACES.               00003230
          05 WRK-DET-SITUACAO     PIC X(40).                            00003240
       COPY CPAUD02.                                                    00003250
       COPY CPCAB01.                                                    00003260
       COPY CPERR01.                                                    00003270
       COPY CPDTA01.                                                    00003280
       COPY CPSTT01.                                                    00003290
       COPY CPSRV01.                                                    00003300
       COPY CPCTP02.                                                    00003310
      *=========================================*                       00003320
       PROCEDURE DIVISION.                                              00003330
      *=========================================*                       00003340
                                                                        00003350
      *---------------------------------------------------              00003360
       0000-PRINCIPAL                     SECTION.                      00003370
      *---------------------------------------------------              00003380
             PERFORM 0100-INICIAR.                                      00003390
             PERFORM 0200-PROCESSAR                                     00003400
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003410
             PERFORM 0300-FINALIZAR.                                    00003420
      *---------------------------------------------------              00003430
       0000-99-FIM.            EXIT.                                    00003440
      *---------------------------------------------------              00003450
                                                                        00003460
       0100-INICIAR                       SECTION.                      00003470
             MOVE 'FR05CB92' TO WRK-CAB-PROGRAMA.                       00003480
             PERFORM 0101-CABECALHO-PADRAO.                             00003490
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003500
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003510
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003520
             OPEN INPUT ENTRADA-SYSIN.                                  00003530
             OPEN I-O CLIENTE-MASTER.                                   00003540
             OPEN I-O PRODUTO-MASTER.                                   00003550
             OPEN OUTPUT RELORC.                                        00003560
             OPEN OUTPUT CONTROLE.                                      00003570
             PERFORM 0107-ABRIR-ORCAMENTOS.                             00003580
             PERFORM 0109-ABRIR-PEDIDOS.                                00003590
             PERFORM 0111-ABRIR-PEDCAB.                                 00003600
             PERFORM 0114-ABRIR-PROMO.                                  00003610
             PERFORM 0105-ABRIR-AUDITORIA.                              00003620
             PERFORM 0110-TESTAR-STATUS.                                00003630
             PERFORM 0119-CARREGAR-GRUPOS.                              00003640
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003650
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003660
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003670
      *---------------------------------------------------              00003680
       0100-99-FIM.            EXIT.                                    00003690
      *---------------------------------------------------              00003700
           COPY CPCAB02.                                                00003710
           COPY CPERR02.                                                00003720
           COPY CPDTA02.                                                00003730
           COPY CPSTT02.                                                00003740
           COPY CPAUD03.                                                00003750
      *---------------------------------------------------              00003760
       0105-ABRIR-AUDITORIA               SECTION.                      00003770
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003780
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003790
      *---------------------------------------------------              00003800
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003810
             OPEN EXTEND AUDITORIA.                                     00003820
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003830
                 OPEN OUTPUT AUDITORIA                                  00003840
                 CLOSE AUDITORIA                                        00003850
                 OPEN EXTEND AUDITORIA                                  00003860
             END-IF.                                                    00003870
      *---------------------------------------------------              00003880
       0107-ABRIR-ORCAMENTOS              SECTION.                      00003890
      *    ABRE O ARQUIVO DE ORCAMENTOS EM I-O, CRIANDO-O NA            00003900
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003910
      *---------------------------------------------------              00003920
             OPEN I-O ORCAMENTOS.                                       00003930
             IF WRK-FS-ORCAMENTO EQUAL '35'                             00003940
                 OPEN OUTPUT ORCAMENTOS                                 00003950
                 CLOSE ORCAMENTOS                                       00003960
                 OPEN I-O ORCAMENTOS                                    00003970
             END-IF.                                                    00003980
      *---------------------------------------------------              00003990
       0109-ABRIR-PEDIDOS                 SECTION.                      00004000
      *    ABRE O ARQUIVO DE PEDIDOS EM EXTEND, CRIANDO-O NA            00004010
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004020
      *---------------------------------------------------              00004030
             OPEN EXTEND PEDIDOS.                                       00004040
             IF WRK-FS-PEDIDOS EQUAL '35'                               00004050
                 OPEN OUTPUT PEDIDOS                                    00004060
                 CLOSE PEDIDOS                                          00004070
                 OPEN EXTEND PEDIDOS                                    00004080
             END-IF.                                                    00004090
      *---------------------------------------------------              00004100
       0111-ABRIR-PEDCAB                  SECTION.                      00004110
      *    ABRE O ARQUIVO DE CABECALHO DE PEDIDO EM I-O, CRIANDO-O      00004120
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00004130
      *    STATUS 35)                                                   00004140
      *---------------------------------------------------              00004150
             OPEN I-O PEDIDO-CABEC.                                     00004160
             IF WRK-FS-PEDCAB EQUAL '35'                                00004170
                 OPEN OUTPUT PEDIDO-CABEC                               00004180
                 CLOSE PEDIDO-CABEC                                     00004190
                 OPEN I-O PEDIDO-CABEC                                  00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0114-ABRIR-PROMO                   SECTION.                      00004230
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00004240
      *    PELA FR05CB63 (FILE STATUS 35), AS COTACOES SEGUEM COM       00004250
      *    O PRECO DO MASTER DE PRODUTO E AVISO NO SYSOUT               00004260
      *---------------------------------------------------              00004270
             OPEN INPUT PROMO-MASTER.                                   00004280
             IF WRK-FS-PROMO EQUAL '35'                                 00004290
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES - '           00004300
                         'PRECO SEGUE O MASTER DE PRODUTO'              00004310
             END-IF.                                                    00004320
      *---------------------------------------------------              00004330
       0119-CARREGAR-GRUPOS               SECTION.                      00004340
      *    PERCORRE O CLIENTE-MASTER E SOMA O SALDO EM ABERTO DAS       00004350
      *    FILIAIS DE CADA CLIENTE PAI (CLI-CLIENTE-PAI), COMO NO       00004360
      *    INTAKE DE PEDIDOS (FR05CB25)                                 00004370
      *---------------------------------------------------              00004380
             MOVE ZEROS TO CLI-ID.                                      00004390
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00004400
                 INVALID KEY                                            00004410
                     MOVE '10' TO WRK-FS-CLIENTE                        00004420
             END-START.                                                 00004430
             PERFORM 0120-SOMAR-UMA-FILIAL                              00004440
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00004450
             MOVE SPACES TO WRK-FS-CLIENTE.                             00004460
             DISPLAY ' GRUPOS DE CLIENTES CARREGADOS: '                 00004470
                     WRK-QTD-GRUPOS.                                    00004480
      *---------------------------------------------------              00004490
       0120-SOMAR-UMA-FILIAL              SECTION.                      00004500
             READ CLIENTE-MASTER NEXT RECORD.                           00004510
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00004520
                AND CLI-CLIENTE-PAI NUMERIC                             00004530
                AND CLI-CLIENTE-PAI > ZEROS                             00004540
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00004550
                 PERFORM 0225-LOCALIZAR-GRUPO                           00004560
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00004570
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00004580
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00004590
                             TO WRK-MSG                                 00004600
                         PERFORM 9000-TRATA-ERROS                       00004610
                     END-IF                                             00004620
                     ADD 1 TO WRK-QTD-GRUPOS                            00004630
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00004640
                     MOVE CLI-CLIENTE-PAI                               00004650
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00004660
                     MOVE ZEROS                                         00004670
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00004680
                 END-IF                                                 00004690
                 IF CLI-SALDO-ABERTO NUMERIC                            00004700
                     ADD CLI-SALDO-ABERTO                               00004710
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00004720
                 END-IF                                                 00004730
             END-IF.                                                    00004740
      *---------------------------------------------------              00004750
       0110-TESTAR-STATUS                 SECTION.                      00004760
             IF WRK-FS-ORCAMENTO NOT EQUAL ZEROS                        00004770
                 MOVE ' ERRO OPEN ORCAMENTOS ' TO WRK-MSG               00004780
                 PERFORM 9000-TRATA-ERROS                               00004790
             END-IF.                                                    00004800
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00004810
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00004820
                 PERFORM 9000-TRATA-ERROS                               00004830
             END-IF.                                                    00004840
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00004850
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00004860
                 PERFORM 9000-TRATA-ERROS                               00004870
             END-IF.                                                    00004880
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004890
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00004900
                 PERFORM 9000-TRATA-ERROS                               00004910
             END-IF.                                                    00004920
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00004930
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00004940
                 PERFORM 9000-TRATA-ERROS                               00004950
             END-IF.                                                    00004960
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00004970
                AND WRK-FS-PROMO NOT EQUAL '35'                         00004980
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00004990
                 PERFORM 9000-TRATA-ERROS                               00005000
             END-IF.                                                    00005010
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005020
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005030
                 PERFORM 9000-TRATA-ERROS                               00005040
             END-IF.                                                    00005050
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005060
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005070
                 PERFORM 9000-TRATA-ERROS                               00005080
             END-IF.                                                    00005090
             IF WRK-FS-RELORC NOT EQUAL ZEROS                           00005100
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00005110
                 PERFORM 9000-TRATA-ERROS                               00005120
             END-IF.                                                    00005130
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005140
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005150
                 PERFORM 9000-TRATA-ERROS                               00005160
             END-IF.                                                    00005170
      *---------------------------------------------------              00005180
       0200-PROCESSAR                     SECTION.                      00005190
      *    LE UM CARTAO - O ORCAMENTO EM MONTAGEM E FECHADO NA          00005200
      *    TROCA DE CLIENTE, COM A TABELA CHEIA, ANTES DE UM            00005210
      *    CARTAO 'V' E NO FIM DA SYSIN                                 00005220
      *---------------------------------------------------              00005230
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ORCAMENTO.              00005240
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005250
                 GO TO 0200-99-FIM                                      00005260
             END-IF.                                                    00005270
             ADD 1 TO WRK-CONT-CARTOES.                                 00005280
             IF WRK-QTD-ITENS > ZERO                                    00005290
                 IF NOT WRK-CARTAO-COTACAO                              00005300
                    OR WRK-COT-CLI-ID NOT EQUAL WRK-ORC-CLIENTE         00005310
                    OR WRK-QTD-ITENS >= WRK-MAX-ITENS                   00005320
                     PERFORM 0230-FECHAR-ORCAMENTO                      00005330
                 END-IF                                                 00005340
             END-IF.                                                    00005350
             EVALUATE TRUE                                              00005360
                 WHEN WRK-CARTAO-COTACAO                                00005370
                     PERFORM 0210-COTAR-LINHA                           00005380
                 WHEN WRK-CARTAO-CONVERSAO                              00005390
                     PERFORM 0250-CONVERTER-ORCAMENTO                   00005400
                 WHEN OTHER                                             00005410
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005420
                     ADD 1 TO WRK-CONT-RECUSADOS                        00005430
                     MOVE 'TIPO DE CARTAO INVALIDO' TO WRK-SITUACAO     00005440
                     PERFORM 0280-LISTAR-CARTAO                         00005450
             END-EVALUATE.                                              00005460
             PERFORM 0900-GRAVAR-AUDITORIA.                             00005470
       0200-99-FIM.            EXIT.                                    00005480
      *---------------------------------------------------              00005490
       0210-COTAR-LINHA                   SECTION.                      00005500
      *    VALIDA O CARTAO DE COTACAO, FIXA O PRECO E GUARDA A          00005510
      *    LINHA NO ORCAMENTO EM MONTAGEM                               00005520
      *---------------------------------------------------              00005530
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00005540
             IF WRK-COT-CLI-ID NOT NUMERIC                              00005550
                OR WRK-COT-CODIGO NOT NUMERIC                           00005560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005570
                 MOVE 'CLIENTE OU PRODUTO NAO NUMERICO'                 00005580
                     TO WRK-SITUACAO                                    00005590
             ELSE IF WRK-COT-QUANTIDADE NOT NUMERIC                     00005600
                OR WRK-COT-QUANTIDADE EQUAL ZEROS                       00005610
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005620
                 MOVE 'QUANTIDADE INVALIDA' TO WRK-SITUACAO             00005630
             END-IF END-IF.                                             00005640
             IF WRK-REGISTRO-VALIDO                                     00005650
                 PERFORM 0214-VALIDAR-CLIENTE                           00005660
             END-IF.                                                    00005670
             IF WRK-REGISTRO-VALIDO                                     00005680
                 PERFORM 0216-VALIDAR-PRODUTO                           00005690
             END-IF.                                                    00005700
             IF WRK-REGISTRO-INVALIDO                                   00005710
                 ADD 1 TO WRK-CONT-RECUSADOS                            00005720
                 PERFORM 0280-LISTAR-CARTAO                             00005730
                 GO TO 0210-99-FIM                                      00005740
             END-IF.                                                    00005750
             PERFORM 0217-FIXAR-PRECO.                                  00005760
             IF WRK-QTD-ITENS EQUAL ZERO                                00005770
                 MOVE WRK-COT-CLI-ID TO WRK-ORC-CLIENTE                 00005780
                 MOVE CLI-GERENTE    TO WRK-ORC-GERENTE                 00005790
                 MOVE WRK-DIAS-PADRAO TO WRK-DIAS-VALIDADE              00005800
                 IF WRK-COT-DIAS NUMERIC                                00005810
                    AND WRK-COT-DIAS > ZEROS                            00005820
                     MOVE WRK-COT-DIAS TO WRK-DIAS-VALIDADE             00005830
                 END-IF                                                 00005840
                 PERFORM 0240-CALCULAR-VALIDADE                         00005850
             END-IF.                                                    00005860
             ADD 1 TO WRK-QTD-ITENS.                                    00005870
             ADD 1 TO WRK-CONT-LINHAS.                                  00005880
             MOVE WRK-COT-CODIGO TO WRK-ITM-CODIGO (WRK-QTD-ITENS).     00005890
             MOVE WRK-COT-QUANTIDADE                                    00005900
                 TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS).                 00005910
             MOVE WRK-PRECO-EFETIVO TO WRK-ITM-PRECO (WRK-QTD-ITENS).   00005920
             COMPUTE WRK-ITM-VALOR (WRK-QTD-ITENS) ROUNDED =            00005930
                 WRK-COT-QUANTIDADE * WRK-PRECO-EFETIVO.                00005940
             MOVE WRK-SW-PROMO-IND TO WRK-ITM-PROMO (WRK-QTD-ITENS).    00005950
             MOVE CTP-CHK-REGRA    TO WRK-ITM-REGRA (WRK-QTD-ITENS).    00005960
             MOVE CTP-CHK-PRECO-LISTA                                   00005970
                 TO WRK-ITM-LISTA (WRK-QTD-ITENS).                      00005980
       0210-99-FIM.            EXIT.                                    00005990
      *---------------------------------------------------              00006000
       0214-VALIDAR-CLIENTE               SECTION.                      00006010
             MOVE WRK-COT-CLI-ID TO CLI-ID.                             00006020
             READ CLIENTE-MASTER                                        00006030
                 INVALID KEY                                            00006040
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006050
                     MOVE 'CLIENTE INEXISTENTE' TO WRK-SITUACAO         00006060
                 NOT INVALID KEY                                        00006070
                     IF NOT CLI-STAT-ATIVO                              00006080
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006090
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO'           00006100
                             TO WRK-SITUACAO                            00006110
                     END-IF                                             00006120
             END-READ.                                                  00006130
      *---------------------------------------------------              00006140
       0216-VALIDAR-PRODUTO               SECTION.                      00006150
      *    O ORCAMENTO NAO CRITICA SALDO - O DISPONIVEL E               00006160
      *    CONFERIDO NA CONVERSAO EM PEDIDO                             00006170
      *---------------------------------------------------              00006180
             MOVE WRK-COT-CODIGO TO PRDM-CODIGO.                        00006190
             READ PRODUTO-MASTER                                        00006200
                 INVALID KEY                                            00006210
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006220
                     MOVE 'PRODUTO INEXISTENTE' TO WRK-SITUACAO         00006230
                 NOT INVALID KEY                                        00006240
                     IF PRDM-INATIVO                                    00006250
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006260
                         MOVE 'PRODUTO INATIVO' TO WRK-SITUACAO         00006270
                     END-IF                                             00006280
             END-READ.                                                  00006290
      *---------------------------------------------------              00006300
       0217-FIXAR-PRECO                   SECTION.                      00006310
      *    FIXA O PRECO COTADO PELA MESMA REGRA DO INTAKE DE            00006320
      *    PEDIDOS (FR05CB25) - O PRECO PROMOCIONAL (CPPRM01)           00006330
      *    VENCE O DO MASTER DE PRODUTO ENQUANTO A PROMOCAO             00006340
      *    ESTIVER ATIVA E A DATA DE NEGOCIO DENTRO DA JANELA, E O      00006350
      *    SERVICO DE PRECIFICACAO (FR05CB96) FICA COM O MENOR          00006360
      *    PRECO ENTRE ESTE, O CONTRATO DO CLIENTE E A QUEBRA DE        00006370
      *    QUANTIDADE                                                   00006380
      *---------------------------------------------------              00006390
             MOVE PRDM-PRECO-UNIT TO WRK-PRECO-EFETIVO.                 00006400
             SET WRK-PROMO-NAO-APLICADA TO TRUE.                        00006410
             IF WRK-FS-PROMO NOT EQUAL '35'                             00006420
                 MOVE WRK-COT-CODIGO TO PRM-CODIGO                      00006430
                 READ PROMO-MASTER                                      00006440
                     INVALID KEY                                        00006450
                         CONTINUE                                       00006460
                     NOT INVALID KEY                                    00006470
                         IF PRM-ATIVA                                   00006480
                            AND WRK-DATA-NEGOCIO                        00006490
                                NOT < PRM-DATA-INICIO                   00006500
                            AND WRK-DATA-NEGOCIO                        00006510
                                NOT > PRM-DATA-FIM                      00006520
                             MOVE PRM-PRECO-PROMO                       00006530
                                 TO WRK-PRECO-EFETIVO                   00006540
                             SET WRK-PROMO-APLICADA TO TRUE             00006550
                         END-IF                                         00006560
                 END-READ                                               00006570
             END-IF.                                                    00006580
             MOVE WRK-COT-CLI-ID      TO CTP-CHK-CLI-ID.                00006590
             MOVE WRK-COT-CODIGO      TO CTP-CHK-CODIGO.                00006600
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00006610
             MOVE WRK-COT-QUANTIDADE  TO CTP-CHK-QUANTIDADE.            00006620
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00006630
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00006640
             IF WRK-PROMO-APLICADA                                      00006650
                 MOVE WRK-PRECO-EFETIVO TO CTP-CHK-PRECO-PROMO          00006660
             ELSE                                                       00006670
                 MOVE ZEROS TO CTP-CHK-PRECO-PROMO                      00006680
             END-IF.                                                    00006690
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00006700
             IF CTP-CHK-ERRO-ARQ                                        00006710
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00006720
                         ' - PRODUTO ' WRK-COT-CODIGO                   00006730
             END-IF.                                                    00006740
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-EFETIVO.             00006750
             IF NOT CTP-CHK-REGRA-PROMOCAO                              00006760
                 SET WRK-PROMO-NAO-APLICADA TO TRUE                     00006770
             END-IF.                                                    00006780
      *---------------------------------------------------              00006790
       0230-FECHAR-ORCAMENTO              SECTION.                      00006800
      *    NUMERA O ORCAMENTO MONTADO (SEQUENCIA 'ORCAMENT' DA          00006810
      *    FR05CB34) E GRAVA UMA LINHA POR ITEM COTADO                  00006820
      *---------------------------------------------------              00006830
             MOVE 'ORCAMENT' TO SRV-CONT-PROGRAMA.                      00006840
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00006850
             IF NOT SRV-CONT-OK                                         00006860
                 MOVE ' ERRO SEQUENCIA DE ORCAMENTOS INDISPONIVEL '     00006870
                     TO WRK-MSG                                         00006880
                 PERFORM 9000-TRATA-ERROS                               00006890
             END-IF.                                                    00006900
             MOVE SRV-CONT-VALOR TO WRK-NUM-ORCAMENTO.                  00006910
             MOVE ZEROS TO WRK-ORC-VALOR.                               00006920
             MOVE ZERO  TO WRK-IDX-ITEM.                                00006930
             PERFORM 0235-GRAVAR-UMA-LINHA                              00006940
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00006950
             ADD 1 TO WRK-CONT-ORCAMENTOS.                              00006960
             MOVE 'O'                TO WRK-DET-TIPO.                   00006970
             MOVE WRK-NUM-ORCAMENTO  TO WRK-DET-NUMERO.                 00006980
             MOVE WRK-ORC-CLIENTE    TO WRK-DET-CLI-ID.                 00006990
             MOVE WRK-QTD-ITENS      TO WRK-DET-ITENS.                  00007000
             MOVE WRK-ORC-VALOR      TO WRK-DET-VALOR.                  00007010
             MOVE WRK-ORC-VALIDADE   TO WRK-DET-VALIDADE.               00007020
             MOVE 'ORCAMENTO EMITIDO' TO WRK-DET-SITUACAO.              00007030
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007040
             DISPLAY ' ORCAMENTO EMITIDO: ' WRK-NUM-ORCAMENTO           00007050
                     ' CLIENTE: ' WRK-ORC-CLIENTE                       00007060
                     ' VALIDADE: ' WRK-ORC-VALIDADE.                    00007070
             MOVE ZERO TO WRK-QTD-ITENS.                                00007080
      *---------------------------------------------------              00007090
       0235-GRAVAR-UMA-LINHA              SECTION.                      00007100
             ADD 1 TO WRK-IDX-ITEM.                                     00007110
             MOVE WRK-NUM-ORCAMENTO   TO ORC-NUMERO.                    00007120
             MOVE WRK-IDX-ITEM        TO ORC-ITEM.                      00007130
             MOVE WRK-ORC-CLIENTE     TO ORC-CLI-ID.                    00007140
             MOVE WRK-ORC-GERENTE     TO ORC-GERENTE.                   00007150
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)     TO ORC-CODIGO.      00007160
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO ORC-QUANTIDADE.  00007170
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)      TO ORC-PRECO-UNIT.  00007180
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)      TO ORC-VALOR-TOTAL. 00007190
             MOVE WRK-ITM-PROMO (WRK-IDX-ITEM)      TO ORC-PROMO.       00007200
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)      TO ORC-REGRA-PRECO. 00007210
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)      TO ORC-PRECO-LISTA. 00007220
             MOVE WRK-DATA-NEGOCIO    TO ORC-DATA-EMISSAO.              00007230
             MOVE WRK-ORC-VALIDADE    TO ORC-DATA-VALIDADE.             00007240
             SET ORC-ABERTO           TO TRUE.                          00007250
             MOVE ZEROS               TO ORC-PED-NUMERO.                00007260
             MOVE ZEROS               TO ORC-DATA-CONVERSAO.            00007270
             WRITE CPORC01-REGISTRO                                     00007280
                 INVALID KEY                                            00007290
                     MOVE ' ERRO ORCAMENTO JA EXISTE NO ARQUIVO '       00007300
                         TO WRK-MSG                                     00007310
                     PERFORM 9000-TRATA-ERROS                           00007320
             END-WRITE.                                                 00007330
             ADD ORC-VALOR-TOTAL TO WRK-ORC-VALOR.                      00007340
      *---------------------------------------------------              00007350
       0240-CALCULAR-VALIDADE             SECTION.                      00007360
      *    VALIDADE = DATA DE NEGOCIO + DIAS CORRIDOS DO CARTAO,        00007370
      *    SOMADOS DIA A DIA COM A VIRADA DE MES E DE ANO               00007380
      *---------------------------------------------------              00007390
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CALCULO.                 00007400
             MOVE ZEROS TO WRK-DIAS-SOMADOS.                            00007410
             PERFORM 0245-SOMAR-UM-DIA                                  00007420
                 UNTIL WRK-DIAS-SOMADOS >= WRK-DIAS-VALIDADE.           00007430
             MOVE WRK-DATA-CALCULO TO WRK-ORC-VALIDADE.                 00007440
      *---------------------------------------------------              00007450
       0245-SOMAR-UM-DIA                  SECTION.                      00007460
             ADD 1 TO WRK-DIAS-SOMADOS.                                 00007470
             EVALUATE WRK-CALC-MES                                      00007480
                 WHEN 04                                                00007490
                 WHEN 06                                                00007500
                 WHEN 09                                                00007510
                 WHEN 11                                                00007520
                     MOVE 30 TO WRK-CALC-ULT-DIA                        00007530
                 WHEN 02                                                00007540
                     DIVIDE WRK-CALC-ANO BY 4                           00007550
                         GIVING WRK-CALC-QUOC                           00007560
                         REMAINDER WRK-CALC-RESTO                       00007570
                     IF WRK-CALC-RESTO EQUAL ZEROS                      00007580
                         MOVE 29 TO WRK-CALC-ULT-DIA                    00007590
                     ELSE                                               00007600
                         MOVE 28 TO WRK-CALC-ULT-DIA                    00007610
                     END-IF                                             00007620
                 WHEN OTHER                                             00007630
                     MOVE 31 TO WRK-CALC-ULT-DIA                        00007640
             END-EVALUATE.                                              00007650
             IF WRK-CALC-DIA < WRK-CALC-ULT-DIA                         00007660
                 ADD 1 TO WRK-CALC-DIA                                  00007670
             ELSE                                                       00007680
                 MOVE 01 TO WRK-CALC-DIA                                00007690
                 IF WRK-CALC-MES EQUAL 12                               00007700
                     MOVE 01 TO WRK-CALC-MES                            00007710
                     ADD 1 TO WRK-CALC-ANO                              00007720
                 ELSE                                                   00007730
                     ADD 1 TO WRK-CALC-MES                              00007740
                 END-IF                                                 00007750
             END-IF.                                                    00007760
      *---------------------------------------------------              00007770
       0250-CONVERTER-ORCAMENTO           SECTION.                      00007780
      *    CONVERTE O ORCAMENTO DO CARTAO EM PEDIDO PELO PRECO          00007790
      *    COTADO - SO ORCAMENTO TODO ABERTO E DENTRO DA VALIDADE;      00007800
      *    VENCIDO E MARCADO EXPIRADO NA HORA. CLIENTE, PRODUTOS,       00007810
      *    DISPONIVEL E CREDITO SAO CONFERIDOS ANTES DE QUALQUER        00007820
      *    GRAVACAO - UMA RECUSA NAO DEIXA PEDIDO PELA METADE.          00007830
      *    CLIENTE DE GRUPO (PAI COM FILIAIS OU FILIAL) E               00007840
      *    CONFERIDO TAMBEM PELO SALDO DO GRUPO CONTRA O LIMITE         00007850
      *    DO PAI (0227)                                                00007860
      *---------------------------------------------------              00007870
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00007880
             MOVE ZERO  TO WRK-CNV-LINHAS.                              00007890
             MOVE ZERO  TO WRK-CNV-ABERTAS.                             00007900
             MOVE ZERO  TO WRK-CNV-CONVERTIDAS.                         00007910
             MOVE ZEROS TO WRK-CNV-CLI-ID.                              00007920
             MOVE ZEROS TO WRK-CNV-VALIDADE.                            00007930
             MOVE ZEROS TO WRK-CNV-VALOR.                               00007940
             IF WRK-CNV-NUMERO NOT NUMERIC                              00007950
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007960
                 MOVE 'NUMERO DE ORCAMENTO INVALIDO' TO WRK-SITUACAO    00007970
                 GO TO 0250-90-RECUSAR                                  00007980
             END-IF.                                                    00007990
             MOVE WRK-CNV-NUMERO TO ORC-NUMERO.                         00008000
             MOVE ZEROS          TO ORC-ITEM.                           00008010
             START ORCAMENTOS KEY NOT LESS ORC-CHAVE                    00008020
                 INVALID KEY                                            00008030
                     MOVE '23' TO WRK-FS-ORCAMENTO                      00008040
             END-START.                                                 00008050
             PERFORM 0255-LER-LINHA-ORCAMENTO                           00008060
                 UNTIL WRK-FS-ORCAMENTO NOT EQUAL ZEROS.                00008070
             MOVE ZEROS TO WRK-FS-ORCAMENTO.                            00008080
             EVALUATE TRUE                                              00008090
                 WHEN WRK-CNV-LINHAS EQUAL ZERO                         00008100
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008110
                     MOVE 'ORCAMENTO NAO ENCONTRADO' TO WRK-SITUACAO    00008120
                 WHEN WRK-CNV-CONVERTIDAS > ZERO                        00008130
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008140
                     MOVE 'ORCAMENTO JA CONVERTIDO' TO WRK-SITUACAO     00008150
                 WHEN WRK-CNV-ABERTAS < WRK-CNV-LINHAS                  00008160
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008170
                     MOVE 'ORCAMENTO EXPIRADO' TO WRK-SITUACAO          00008180
                 WHEN WRK-CNV-VALIDADE < WRK-DATA-NEGOCIO               00008190
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008200
                     MOVE 'ORCAMENTO VENCIDO - MARCADO EXPIRADO'        00008210
                         TO WRK-SITUACAO                                00008220
                     PERFORM 0275-EXPIRAR-ORCAMENTO                     00008230
             END-EVALUATE.                                              00008240
             IF WRK-REGISTRO-INVALIDO                                   00008250
                 GO TO 0250-90-RECUSAR                                  00008260
             END-IF.                                                    00008270
             MOVE WRK-CNV-CLI-ID TO CLI-ID.                             00008280
             READ CLIENTE-MASTER                                        00008290
                 INVALID KEY                                            00008300
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00008310
                     MOVE 'CLIENTE INEXISTENTE' TO WRK-SITUACAO         00008320
                     GO TO 0250-90-RECUSAR                              00008330
             END-READ.                                                  00008340
             IF NOT CLI-STAT-ATIVO                                      00008350
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008360
                 MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO WRK-SITUACAO   00008370
                 GO TO 0250-90-RECUSAR                                  00008380
             END-IF.                                                    00008390
             IF CLI-SALDO-ABERTO NUMERIC                                00008400
                 MOVE CLI-SALDO-ABERTO TO WRK-SALDO-CLIENTE             00008410
             ELSE                                                       00008420
                 MOVE ZEROS TO WRK-SALDO-CLIENTE                        00008430
             END-IF.                                                    00008440
             IF CLI-LIMITE-CREDITO NUMERIC                              00008450
                AND CLI-LIMITE-CREDITO > ZEROS                          00008460
                AND WRK-SALDO-CLIENTE + WRK-CNV-VALOR                   00008470
                    > CLI-LIMITE-CREDITO                                00008480
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00008490
                 MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-SITUACAO      00008500
                 GO TO 0250-90-RECUSAR                                  00008510
             END-IF.                                                    00008520
             PERFORM 0227-VERIFICAR-CREDITO-GRUPO.                      00008530
             IF WRK-REGISTRO-INVALIDO                                   00008540
                 GO TO 0250-90-RECUSAR                                  00008550
             END-IF.                                                    00008560
             MOVE ZERO TO WRK-IDX-CNV.                                  00008570
             PERFORM 0260-CONFERIR-UMA-LINHA                            00008580
                 UNTIL WRK-IDX-CNV >= WRK-CNV-LINHAS                    00008590
                    OR WRK-REGISTRO-INVALIDO.                           00008600
             IF WRK-REGISTRO-INVALIDO                                   00008610
                 GO TO 0250-90-RECUSAR                                  00008620
             END-IF.                                                    00008630
             PERFORM 0270-GERAR-PEDIDO.                                 00008640
             GO TO 0250-99-FIM.                                         00008650
       0250-90-RECUSAR.                                                 00008660
             ADD 1 TO WRK-CONT-RECUSADOS.                               00008670
             PERFORM 0280-LISTAR-CARTAO.                                00008680
       0250-99-FIM.            EXIT.                                    00008690
      *---------------------------------------------------              00008700
       0225-LOCALIZAR-GRUPO               SECTION.                      00008710
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00008720
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00008730
      *---------------------------------------------------              00008740
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00008750
             MOVE ZERO TO WRK-IDX-GRP.                                  00008760
             PERFORM 0226-PROCURAR-UM-GRUPO                             00008770
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00008780
                    OR WRK-IDX-GRP-ACH > ZERO.                          00008790
      *---------------------------------------------------              00008800
       0226-PROCURAR-UM-GRUPO             SECTION.                      00008810
             ADD 1 TO WRK-IDX-GRP.                                      00008820
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00008830
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00008840
             END-IF.                                                    00008850
      *---------------------------------------------------              00008860
       0227-VERIFICAR-CREDITO-GRUPO       SECTION.                      00008870
      *    O PAI RESPONDE PELO CREDITO DO GRUPO: SALDO DO PAI MAIS      00008880
      *    O DAS FILIAIS, SOMADO AO ORCAMENTO, NAO PODE PASSAR DO       00008890
      *    LIMITE DO PAI. O CLIENTE DO ORCAMENTO E GUARDADO ANTES       00008900
      *    DA LEITURA DO PAI E DEVOLVIDO NO FIM                         00008910
      *---------------------------------------------------              00008920
             IF CLI-CLIENTE-PAI NUMERIC                                 00008930
                AND CLI-CLIENTE-PAI > ZEROS                             00008940
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00008950
             ELSE                                                       00008960
                 MOVE CLI-ID TO WRK-PAI-ALVO                            00008970
             END-IF.                                                    00008980
             PERFORM 0225-LOCALIZAR-GRUPO.                              00008990
             IF WRK-IDX-GRP-ACH EQUAL ZERO                              00009000
                 GO TO 0227-99-FIM                                      00009010
             END-IF.                                                    00009020
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00009030
             MOVE WRK-PAI-ALVO TO CLI-ID.                               00009040
             READ CLIENTE-MASTER                                        00009050
                 INVALID KEY                                            00009060
                     DISPLAY ' AVISO: CLIENTE PAI ' WRK-PAI-ALVO        00009070
                             ' FORA DO MASTER - SEM LIMITE DE GRUPO'    00009080
                     MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO        00009090
                     GO TO 0227-99-FIM                                  00009100
             END-READ.                                                  00009110
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00009120
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00009130
                 MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO            00009140
                 GO TO 0227-99-FIM                                      00009150
             END-IF.                                                    00009160
             MOVE WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)               00009170
                 TO WRK-SALDO-GRUPO.                                    00009180
             IF CLI-SALDO-ABERTO NUMERIC                                00009190
                 ADD CLI-SALDO-ABERTO TO WRK-SALDO-GRUPO                00009200
             END-IF.                                                    00009210
             IF WRK-SALDO-GRUPO + WRK-CNV-VALOR                         00009220
                    > CLI-LIMITE-CREDITO                                00009230
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009240
                 MOVE 'LIMITE DE CREDITO DO GRUPO EXCEDIDO'             00009250
                     TO WRK-SITUACAO                                    00009260
             END-IF.                                                    00009270
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00009280
       0227-99-FIM.            EXIT.                                    00009290
      *---------------------------------------------------              00009300
       0255-LER-LINHA-ORCAMENTO           SECTION.                      00009310
      *    LE AS LINHAS DO ORCAMENTO DO CARTAO PARA A TABELA DE         00009320
      *    CONVERSAO, CONTANDO AS LINHAS POR SITUACAO                   00009330
      *---------------------------------------------------              00009340
             READ ORCAMENTOS NEXT RECORD.                               00009350
             IF WRK-FS-ORCAMENTO NOT EQUAL ZEROS                        00009360
                 GO TO 0255-99-FIM                                      00009370
             END-IF.                                                    00009380
             IF ORC-NUMERO NOT EQUAL WRK-CNV-NUMERO                     00009390
                OR WRK-CNV-LINHAS >= WRK-MAX-ITENS                      00009400
                 MOVE '10' TO WRK-FS-ORCAMENTO                          00009410
                 GO TO 0255-99-FIM                                      00009420
             END-IF.                                                    00009430
             ADD 1 TO WRK-CNV-LINHAS.                                   00009440
             MOVE ORC-CLI-ID        TO WRK-CNV-CLI-ID.                  00009450
             MOVE ORC-DATA-VALIDADE TO WRK-CNV-VALIDADE.                00009460
             EVALUATE TRUE                                              00009470
                 WHEN ORC-ABERTO                                        00009480
                     ADD 1 TO WRK-CNV-ABERTAS                           00009490
                 WHEN ORC-CONVERTIDO                                    00009500
                     ADD 1 TO WRK-CNV-CONVERTIDAS                       00009510
             END-EVALUATE.                                              00009520
             ADD ORC-VALOR-TOTAL TO WRK-CNV-VALOR.                      00009530
             MOVE ORC-ITEM        TO WRK-CVL-ITEM (WRK-CNV-LINHAS).     00009540
             MOVE ORC-CODIGO      TO WRK-CVL-CODIGO (WRK-CNV-LINHAS).   00009550
             MOVE ORC-QUANTIDADE                                        00009560
                 TO WRK-CVL-QUANTIDADE (WRK-CNV-LINHAS).                00009570
             MOVE ORC-PRECO-UNIT  TO WRK-CVL-PRECO (WRK-CNV-LINHAS).    00009580
             MOVE ORC-VALOR-TOTAL TO WRK-CVL-VALOR (WRK-CNV-LINHAS).    00009590
             MOVE ORC-REGRA-PRECO TO WRK-CVL-REGRA (WRK-CNV-LINHAS).    00009600
             IF ORC-REGRA-PRECO EQUAL SPACE                             00009610
                 MOVE ZEROS TO WRK-CVL-LISTA (WRK-CNV-LINHAS)           00009620
             ELSE                                                       00009630
                 MOVE ORC-PRECO-LISTA                                   00009640
                     TO WRK-CVL-LISTA (WRK-CNV-LINHAS)                  00009650
             END-IF.                                                    00009660
       0255-99-FIM.            EXIT.                                    00009670
      *---------------------------------------------------              00009680
       0260-CONFERIR-UMA-LINHA            SECTION.                      00009690
      *    O PRODUTO DA LINHA PRECISA SEGUIR ATIVO E COM                00009700
      *    DISPONIVEL PARA A QUANTIDADE COTADA - LINHA ANTERIOR         00009710
      *    DO MESMO PRODUTO NO ORCAMENTO DESCONTA O DISPONIVEL          00009720
      *---------------------------------------------------              00009730
             ADD 1 TO WRK-IDX-CNV.                                      00009740
             MOVE WRK-CVL-CODIGO (WRK-IDX-CNV) TO PRDM-CODIGO.          00009750
             READ PRODUTO-MASTER                                        00009760
                 INVALID KEY                                            00009770
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00009780
                     MOVE 'PRODUTO DO ORCAMENTO INEXISTENTE'            00009790
                         TO WRK-SITUACAO                                00009800
                     GO TO 0260-99-FIM                                  00009810
             END-READ.                                                  00009820
             IF PRDM-INATIVO                                            00009830
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009840
                 MOVE 'PRODUTO DO ORCAMENTO INATIVO' TO WRK-SITUACAO    00009850
                 GO TO 0260-99-FIM                                      00009860
             END-IF.                                                    00009870
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00009880
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00009890
             END-IF.                                                    00009900
             COMPUTE WRK-QTD-DISPONIVEL =                               00009910
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00009920
             MOVE ZERO TO WRK-IDX-ANT.                                  00009930
             PERFORM 0265-DESCONTAR-UMA-LINHA                           00009940
                 UNTIL WRK-IDX-ANT >= WRK-IDX-CNV - 1.                  00009950
             IF WRK-CVL-QUANTIDADE (WRK-IDX-CNV) > WRK-QTD-DISPONIVEL   00009960
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00009970
                 MOVE 'ESTOQUE INSUFICIENTE' TO WRK-SITUACAO            00009980
             END-IF.                                                    00009990
       0260-99-FIM.            EXIT.                                    00010000
      *---------------------------------------------------              00010010
       0265-DESCONTAR-UMA-LINHA           SECTION.                      00010020
             ADD 1 TO WRK-IDX-ANT.                                      00010030
             IF WRK-CVL-CODIGO (WRK-IDX-ANT) EQUAL PRDM-CODIGO          00010040
                 SUBTRACT WRK-CVL-QUANTIDADE (WRK-IDX-ANT)              00010050
                     FROM WRK-QTD-DISPONIVEL                            00010060
             END-IF.                                                    00010070
      *---------------------------------------------------              00010080
       0270-GERAR-PEDIDO                  SECTION.                      00010090
      *    NUMERA O PEDIDO PELA SEQUENCIA DE PEDIDOS (FR05CB34,         00010100
      *    CHAVE FR05CB25), GRAVA AS LINHAS PELO PRECO COTADO,          00010110
      *    COMPROMETE O SALDO, CRIA O CABECALHO E MARCA O               00010120
      *    ORCAMENTO CONVERTIDO                                         00010130
      *---------------------------------------------------              00010140
             MOVE 'FR05CB25' TO SRV-CONT-PROGRAMA.                      00010150
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00010160
             IF NOT SRV-CONT-OK                                         00010170
                 MOVE ' ERRO SEQUENCIA DE PEDIDOS INDISPONIVEL '        00010180
                     TO WRK-MSG                                         00010190
                 PERFORM 9000-TRATA-ERROS                               00010200
             END-IF.                                                    00010210
             MOVE SRV-CONT-VALOR TO WRK-NUM-PEDIDO.                     00010220
             MOVE ZERO TO WRK-IDX-CNV.                                  00010230
             PERFORM 0271-GRAVAR-LINHA-PEDIDO                           00010240
                 UNTIL WRK-IDX-CNV >= WRK-CNV-LINHAS.                   00010250
             MOVE WRK-NUM-PEDIDO   TO PDC-NUMERO.                       00010260
             MOVE WRK-CNV-CLI-ID   TO PDC-CLI-ID.                       00010270
             MOVE WRK-DATA-NEGOCIO TO PDC-DATA.                         00010280
             SET PDC-ORIG-ORCAMENTO TO TRUE.                            00010290
             MOVE SPACES           TO PDC-REF-LOJA.                     00010300
             MOVE WRK-CNV-NUMERO   TO PDC-REF-LOJA (1:5).               00010310
             MOVE WRK-CNV-LINHAS   TO PDC-QTD-ITENS.                    00010320
             MOVE WRK-CNV-VALOR    TO PDC-VALOR-TOTAL.                  00010330
             SET PDC-ABERTO        TO TRUE.                             00010340
             MOVE ZEROS            TO PDC-NUM-NOTA.                     00010350
             MOVE ZEROS            TO PDC-DATA-FATURA.                  00010360
             MOVE SPACES           TO PDC-COND-PAGTO.                   00010370
             WRITE CPPDC01-REGISTRO                                     00010380
                 INVALID KEY                                            00010390
                     DISPLAY ' AVISO: CABECALHO JA EXISTE P/ PEDIDO '   00010400
                             PDC-NUMERO                                 00010410
             END-WRITE.                                                 00010420
             MOVE WRK-CNV-CLI-ID TO CLI-ID.                             00010430
             READ CLIENTE-MASTER                                        00010440
                 INVALID KEY                                            00010450
                     CONTINUE                                           00010460
                 NOT INVALID KEY                                        00010470
                     MOVE WRK-DATA-NEGOCIO TO CLI-ULT-ATIVIDADE         00010480
                     REWRITE CPCLIE01-REGISTRO                          00010490
             END-READ.                                                  00010500
             MOVE ZERO TO WRK-IDX-CNV.                                  00010510
             PERFORM 0273-MARCAR-CONVERTIDA                             00010520
                 UNTIL WRK-IDX-CNV >= WRK-CNV-LINHAS.                   00010530
             ADD 1 TO WRK-CONT-CONVERTIDOS.                             00010540
             MOVE 'V'              TO WRK-DET-TIPO.                     00010550
             MOVE WRK-CNV-NUMERO   TO WRK-DET-NUMERO.                   00010560
             MOVE WRK-CNV-CLI-ID   TO WRK-DET-CLI-ID.                   00010570
             MOVE WRK-CNV-LINHAS   TO WRK-DET-ITENS.                    00010580
             MOVE WRK-CNV-VALOR    TO WRK-DET-VALOR.                    00010590
             MOVE WRK-CNV-VALIDADE TO WRK-DET-VALIDADE.                 00010600
             MOVE SPACES           TO WRK-DET-SITUACAO.                 00010610
             STRING 'CONVERTIDO NO PEDIDO ' WRK-NUM-PEDIDO              00010620
                 DELIMITED BY SIZE INTO WRK-DET-SITUACAO.               00010630
             WRITE REL-LINHA FROM WRK-DETALHE.                          00010640
             DISPLAY ' ORCAMENTO CONVERTIDO: ' WRK-CNV-NUMERO           00010650
                     ' PEDIDO: ' WRK-NUM-PEDIDO.                        00010660
      *---------------------------------------------------              00010670
       0271-GRAVAR-LINHA-PEDIDO           SECTION.                      00010680
             ADD 1 TO WRK-IDX-CNV.                                      00010690
             MOVE WRK-NUM-PEDIDO  TO PED-NUMERO.                        00010700
             MOVE WRK-IDX-CNV     TO PED-ITEM.                          00010710
             MOVE WRK-CNV-CLI-ID  TO PED-CLI-ID.                        00010720
             MOVE WRK-CVL-CODIGO (WRK-IDX-CNV)     TO PED-CODIGO.       00010730
             MOVE WRK-CVL-QUANTIDADE (WRK-IDX-CNV) TO PED-QUANTIDADE.   00010740
             MOVE WRK-CVL-PRECO (WRK-IDX-CNV)      TO PED-PRECO-UNIT.   00010750
             MOVE WRK-CVL-VALOR (WRK-IDX-CNV)      TO PED-VALOR-TOTAL.  00010760
             MOVE WRK-DATA-NEGOCIO TO PED-DATA.                         00010770
             MOVE ZEROS TO PED-CODIGO-ORIGINAL.                         00010780
             SET PED-ABERTO TO TRUE.                                    00010790
             MOVE WRK-CVL-REGRA (WRK-IDX-CNV)      TO PED-REGRA-PRECO.  00010800
             MOVE WRK-CVL-LISTA (WRK-IDX-CNV)      TO PED-PRECO-LISTA.  00010810
             WRITE CPPED01-REGISTRO.                                    00010820
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00010830
             READ PRODUTO-MASTER                                        00010840
                 INVALID KEY                                            00010850
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00010860
                             ' SEM CADASTRO - SEM COMPROMETIMENTO'      00010870
                 NOT INVALID KEY                                        00010880
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00010890
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00010900
                     END-IF                                             00010910
                     ADD PED-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00010920
                     REWRITE CPPRDM01-REGISTRO                          00010930
             END-READ.                                                  00010940
      *---------------------------------------------------              00010950
       0273-MARCAR-CONVERTIDA             SECTION.                      00010960
             ADD 1 TO WRK-IDX-CNV.                                      00010970
             MOVE WRK-CNV-NUMERO TO ORC-NUMERO.                         00010980
             MOVE WRK-CVL-ITEM (WRK-IDX-CNV) TO ORC-ITEM.               00010990
             READ ORCAMENTOS                                            00011000
                 INVALID KEY                                            00011010
                     CONTINUE                                           00011020
                 NOT INVALID KEY                                        00011030
                     SET ORC-CONVERTIDO    TO TRUE                      00011040
                     MOVE WRK-NUM-PEDIDO   TO ORC-PED-NUMERO            00011050
                     MOVE WRK-DATA-NEGOCIO TO ORC-DATA-CONVERSAO        00011060
                     REWRITE CPORC01-REGISTRO                           00011070
             END-READ.                                                  00011080
      *---------------------------------------------------              00011090
       0275-EXPIRAR-ORCAMENTO             SECTION.                      00011100
      *    MARCA EXPIRADAS AS LINHAS DO ORCAMENTO VENCIDO               00011110
      *    APRESENTADO PARA CONVERSAO                                   00011120
      *---------------------------------------------------              00011130
             MOVE ZERO TO WRK-IDX-CNV.                                  00011140
             PERFORM 0276-EXPIRAR-UMA-LINHA                             00011150
                 UNTIL WRK-IDX-CNV >= WRK-CNV-LINHAS.                   00011160
      *---------------------------------------------------              00011170
       0276-EXPIRAR-UMA-LINHA             SECTION.                      00011180
             ADD 1 TO WRK-IDX-CNV.                                      00011190
             MOVE WRK-CNV-NUMERO TO ORC-NUMERO.                         00011200
             MOVE WRK-CVL-ITEM (WRK-IDX-CNV) TO ORC-ITEM.               00011210
             READ ORCAMENTOS                                            00011220
                 INVALID KEY                                            00011230
                     CONTINUE                                           00011240
                 NOT INVALID KEY                                        00011250
                     IF ORC-ABERTO                                      00011260
                         SET ORC-EXPIRADO TO TRUE                       00011270
                         REWRITE CPORC01-REGISTRO                       00011280
                     END-IF                                             00011290
             END-READ.                                                  00011300
      *---------------------------------------------------              00011310
       0280-LISTAR-CARTAO                 SECTION.                      00011320
      *    LISTA O CARTAO RECUSADO COM O MOTIVO                         00011330
      *---------------------------------------------------              00011340
             MOVE WRK-CAR-TIPO TO WRK-DET-TIPO.                         00011350
             MOVE ZEROS        TO WRK-DET-NUMERO.                       00011360
             MOVE ZEROS        TO WRK-DET-CLI-ID.                       00011370
             MOVE ZERO         TO WRK-DET-ITENS.                        00011380
             MOVE ZEROS        TO WRK-DET-VALOR.                        00011390
             MOVE ZEROS        TO WRK-DET-VALIDADE.                     00011400
             IF WRK-CARTAO-CONVERSAO                                    00011410
                AND WRK-CNV-NUMERO NUMERIC                              00011420
                 MOVE WRK-CNV-NUMERO   TO WRK-DET-NUMERO                00011430
                 MOVE WRK-CNV-CLI-ID   TO WRK-DET-CLI-ID                00011440
                 MOVE WRK-CNV-LINHAS   TO WRK-DET-ITENS                 00011450
                 MOVE WRK-CNV-VALOR    TO WRK-DET-VALOR                 00011460
                 MOVE WRK-CNV-VALIDADE TO WRK-DET-VALIDADE              00011470
             END-IF.                                                    00011480
             IF WRK-CARTAO-COTACAO                                      00011490
                AND WRK-COT-CLI-ID NUMERIC                              00011500
                 MOVE WRK-COT-CLI-ID TO WRK-DET-CLI-ID                  00011510
             END-IF.                                                    00011520
             MOVE 'RECUSADO: ' TO WRK-DET-SITUACAO.                     00011530
             MOVE WRK-SITUACAO TO WRK-DET-SITUACAO (11:30).             00011540
             WRITE REL-LINHA FROM WRK-DETALHE.                          00011550
      *---------------------------------------------------              00011560
       0900-GRAVAR-AUDITORIA              SECTION.                      00011570
             MOVE 'FR05CB92' TO AUD-PROGRAMA.                           00011580
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00011590
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00011600
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00011610
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00011620
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00011630
             MOVE WRK-CARTAO-ORCAMENTO TO AUD-REGISTRO-IMAGEM.          00011640
             IF WRK-REGISTRO-VALIDO                                     00011650
                 SET AUD-ACEITO TO TRUE                                 00011660
             ELSE                                                       00011670
                 SET AUD-REJEITADO TO TRUE                              00011680
             END-IF.                                                    00011690
             MOVE ZEROS TO AUD-NUM-LOTE.                                00011700
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00011710
             WRITE CPAUD01-REGISTRO.                                    00011720
      *---------------------------------------------------              00011730
       0300-FINALIZAR                     SECTION.                      00011740
             IF WRK-QTD-ITENS > ZERO                                    00011750
                 PERFORM 0230-FECHAR-ORCAMENTO                          00011760
             END-IF.                                                    00011770
             PERFORM 0310-GRAVA-CONTROLE.                               00011780
             MOVE WRK-CONT-CARTOES                                      00011790
                 TO WRK-STT-REGISTROS.                                  00011800
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00011810
             CLOSE ORCAMENTOS.                                          00011820
             CLOSE PEDIDOS.                                             00011830
             CLOSE PEDIDO-CABEC.                                        00011840
             CLOSE CLIENTE-MASTER.                                      00011850
             CLOSE PRODUTO-MASTER.                                      00011860
             IF WRK-FS-PROMO NOT EQUAL '35'                             00011870
                 CLOSE PROMO-MASTER                                     00011880
             END-IF.                                                    00011890
             CLOSE AUDITORIA.                                           00011900
             CLOSE ENTRADA-SYSIN.                                       00011910
             CLOSE RELORC.                                              00011920
             CLOSE CONTROLE.                                            00011930
             DISPLAY '------------------'.                              00011940
             DISPLAY '  CARTOES LIDOS.......: ' WRK-CONT-CARTOES.       00011950
             DISPLAY '  LINHAS COTADAS......: ' WRK-CONT-LINHAS.        00011960
             DISPLAY '  ORCAMENTOS EMITIDOS.: ' WRK-CONT-ORCAMENTOS.    00011970
             DISPLAY '  ORCAMENTOS CONVERT..: ' WRK-CONT-CONVERTIDOS.   00011980
             DISPLAY '  CARTOES RECUSADOS...: ' WRK-CONT-RECUSADOS.     00011990
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00012000
             PERFORM 9000-TRATA-ERROS.                                  00012010
      *---------------------------------------------------              00012020
       0310-GRAVA-CONTROLE                SECTION.                      00012030
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00012040
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00012050
      *---------------------------------------------------              00012060
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00012070
             MOVE SPACES              TO CTL-DATA-HORA.                 00012080
             MOVE WRK-CONT-CARTOES    TO CTL-QTD-LIDOS.                 00012090
             COMPUTE CTL-QTD-GRAVADOS =                                 00012100
                 WRK-CONT-ORCAMENTOS + WRK-CONT-CONVERTIDOS.            00012110
             MOVE WRK-CONT-RECUSADOS  TO CTL-QTD-REJEITADOS.            00012120
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00012130
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00012140
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00012150
             MOVE ZERO                TO CTL-QTD-FONTES.                00012160
             WRITE CPCTRL01-REGISTRO.                                   00012170
      *---------------------------------------------------              00012180
       9000-TRATA-ERROS                   SECTION.                      00012190
      *---------------------------------------------------              00012200
             PERFORM 9050-GRAVAR-ERRLOG.                                00012210
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00012220
             STOP RUN.                                                  00012230
      *--------------------------------------------------------------   00012240
       9000-99-FIM.            EXIT.                                    00012250
      *--------------------------------------------------------------   00012260
