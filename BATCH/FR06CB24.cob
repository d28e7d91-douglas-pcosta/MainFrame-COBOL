      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB24.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SIMULACAO DE MUDANCA GERAL DE PRECO ANTES         00000120
      *               DE APLICA-LA NO MASTER (FR05CB12/FR05CB33).       00000130
      *               OS CARTOES DE CENARIO DA SYSIN DIZEM O QUE        00000140
      *               MUDA (CATEGORIA, PRODUTO OU TODOS, EM             00000150
      *               PERCENTUAL OU PARA UM PRECO NOVO). O VOLUME       00000160
      *               VENDIDO NO MES ANTERIOR (CPNFH01, SEM AS          00000170
      *               CANCELADAS) E PRECIFICADO PELAS REGRAS DE         00000180
      *               HOJE (SERVICO FR05CB96) COM O PRECO ATUAL E       00000190
      *               COM O SIMULADO, E O CUSTO VEM DE                  00000200
      *               PRDM-CUSTO-UNIT - SAI A RECEITA E A MARGEM        00000210
      *               ATUAL E NOVA POR CATEGORIA. LISTA OS PEDIDOS      00000220
      *               ABERTOS QUE MUDARIAM DE VALOR (NOS MOLDES DA      00000230
      *               REPRECIFICACAO FR05CB64) E OS CLIENTES CUJO       00000240
      *               SALDO EM ABERTO MAIS OS PEDIDOS ABERTOS           00000250
      *               PASSARIA DO LIMITE DE CREDITO. SO LEITURA -       00000260
      *               NENHUM MASTER E GRAVADO                           00000270
      *-------------------------------------------------------*         00000280
      *     HISTORICO DE ALTERACOES                                     00000290
      *     DATA        AUTOR   DESCRICAO                               00000300
      *     ----------  ------  --------------------------------        00000310
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000320
      *=======================================================*         00000330
                                                                        00000340
      *=======================================================*         00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=======================================================*         00000370
       INPUT-OUTPUT                              SECTION.               00000380
       FILE-CONTROL.                                                    00000390
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE  IS SEQUENTIAL                              00000420
                RECORD KEY   IS NFH-CHAVE                               00000430
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000440
                                                                        00000450
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000460
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000470
                                                                        00000480
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS DYNAMIC                                 00000510
                RECORD KEY   IS PRDM-CODIGO                             00000520
                FILE STATUS  IS WRK-FS-PRDM.                            00000530
                                                                        00000540
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS CLI-ID                                  00000580
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000590
                                                                        00000600
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS PRM-CODIGO                              00000640
                FILE STATUS  IS WRK-FS-PROMO.                           00000650
                                                                        00000660
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000670
                FILE STATUS  IS WRK-FS-SYSIN.                           00000680
                                                                        00000690
             SELECT RELSIMUL ASSIGN TO ARQRPT                           00000700
                FILE STATUS  IS WRK-FS-RELSIMUL.                        00000710
                                                                        00000720
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000730
                ORGANIZATION IS INDEXED                                 00000740
                ACCESS MODE  IS DYNAMIC                                 00000750
                RECORD KEY   IS CAL-DATA                                00000760
                FILE STATUS  IS WRK-FS-CALEND.                          00000770
                                                                        00000780
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000790
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000800
                                                                        00000810
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000820
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000830
      *=======================================================*         00000840
       DATA                                      DIVISION.              00000850
      *=======================================================*         00000860
       FILE                                      SECTION.               00000870
       FD NOTAHIST.                                                     00000880
           COPY CPNFH01.                                                00000890
                                                                        00000900
       FD PEDIDOS                                                       00000910
           RECORDING MODE IS F                                          00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
           COPY CPPED01.                                                00000940
                                                                        00000950
       FD PRODUTO-MASTER.                                               00000960
           COPY CPPRDM01.                                               00000970
                                                                        00000980
       FD CLIENTE-MASTER.                                               00000990
           COPY CPCLIE01.                                               00001000
                                                                        00001010
       FD PROMO-MASTER.                                                 00001020
           COPY CPPRM01.                                                00001030
                                                                        00001040
       FD ENTRADA-SYSIN                                                 00001050
           RECORDING MODE IS F                                          00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
       01 SYSIN-REGISTRO             PIC X(080).                        00001080
                                                                        00001090
       FD RELSIMUL                                                      00001100
           RECORDING MODE IS F                                          00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
       01 REL-LINHA                    PIC X(132).                      00001130
                                                                        00001140
       FD CALENDARIO.                                                   00001150
           COPY CPCAL01.                                                00001160
                                                                        00001170
       FD ERRLOG.                                                       00001180
           COPY CPERRL01.                                               00001190
                                                                        00001200
       FD ESTATIS                                                       00001210
           RECORDING MODE IS F                                          00001220
           BLOCK CONTAINS 0 RECORDS.                                    00001230
           COPY CPSTA01.                                                00001240
      *---------------------------------------------------              00001250
       WORKING-STORAGE                           SECTION.               00001260
      *---------------------------------------------------              00001270
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001280
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001290
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001300
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001310
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00001320
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001330
       77 WRK-FS-RELSIMUL     PIC X(02) VALUE SPACES.                   00001340
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001350
       77 WRK-CONT-CARTOES    PIC 9(09) COMP VALUE ZERO.                00001360
       77 WRK-CONT-CART-REJ   PIC 9(09) COMP VALUE ZERO.                00001370
       77 WRK-CONT-NOTAS      PIC 9(09) COMP VALUE ZERO.                00001380
       77 WRK-CONT-LINHAS-MES PIC 9(09) COMP VALUE ZERO.                00001390
       77 WRK-CONT-FORA-MASTER PIC 9(09) COMP VALUE ZERO.               00001400
       77 WRK-CONT-PEDIDOS    PIC 9(09) COMP VALUE ZERO.                00001410
       77 WRK-CONT-PED-MUDAM  PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-PED-PROMO  PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-CONT-CLI-LIMITE PIC 9(09) COMP VALUE ZERO.                00001440
      *---------------------------------------------------              00001450
      *    MES BASE DA PROJECAO - O MES ANTERIOR AO DA DATA DE          00001460
      *    NEGOCIO                                                      00001470
      *---------------------------------------------------              00001480
       01 WRK-MES-BASE.                                                 00001490
          05 WRK-MB-ANO          PIC 9(04).                             00001500
          05 WRK-MB-MES          PIC 9(02).                             00001510
       01 WRK-MES-BASE-N REDEFINES WRK-MES-BASE                         00001520
                                 PIC 9(06).                             00001530
      *---------------------------------------------------              00001540
      *    CARTAO DE CENARIO DA SYSIN:                                  00001550
      *      TIPO (1)   C=CATEGORIA  P=PRODUTO  T=TODOS                 00001560
      *      CHAVE (2-9) CATEGORIA (2-6) OU CODIGO DO PRODUTO;          00001570
      *                  EM BRANCO NO TIPO T                            00001580
      *      MODO (10)  %=PERCENTUAL  ==PRECO NOVO                      00001590
      *      SINAL (11) + OU - (SO NO PERCENTUAL)                       00001600
      *      VALOR (12-20) 9(07)V99 - PERCENTUAL OU PRECO               00001610
      *    PRODUTO COM MAIS DE UM CARTAO FICA COM O MAIS                00001620
      *    ESPECIFICO (PRODUTO, DEPOIS CATEGORIA, DEPOIS TODOS);        00001630
      *    NO MESMO NIVEL VALE O ULTIMO CARTAO                          00001640
      *---------------------------------------------------              00001650
       01 WRK-CARTAO-CENARIO.                                           00001660
          05 WRK-CEN-TIPO           PIC X(01).                          00001670
             88 WRK-CEN-CATEGORIA         VALUE 'C'.                    00001680
             88 WRK-CEN-PRODUTO           VALUE 'P'.                    00001690
             88 WRK-CEN-TODOS             VALUE 'T'.                    00001700
          05 WRK-CEN-CHAVE          PIC X(08).                          00001710
          05 WRK-CEN-CHAVE-N REDEFINES WRK-CEN-CHAVE                    00001720
                                    PIC 9(08).                          00001730
          05 WRK-CEN-MODO           PIC X(01).                          00001740
             88 WRK-CEN-PERCENTUAL        VALUE '%'.                    00001750
             88 WRK-CEN-PRECO-NOVO        VALUE '='.                    00001760
          05 WRK-CEN-SINAL          PIC X(01).                          00001770
             88 WRK-CEN-SINAL-OK          VALUE '+' '-'.                00001780
          05 WRK-CEN-VALOR          PIC 9(07)V99.                       00001790
          05 FILLER                 PIC X(60).                          00001800
       77 WRK-CEN-MOTIVO      PIC X(30) VALUE SPACES.                   00001810
       77 WRK-MAX-CENARIOS    PIC 9(03) COMP VALUE 100.                 00001820
       77 WRK-QTD-CENARIOS    PIC 9(03) COMP VALUE ZERO.                00001830
       77 WRK-IDX-CEN         PIC 9(03) COMP VALUE ZERO.                00001840
       77 WRK-IDX-CEN-ACHADO  PIC 9(03) COMP VALUE ZERO.                00001850
       77 WRK-NIVEL-CEN       PIC 9(01) VALUE ZERO.                     00001860
       77 WRK-NIVEL-ACHADO    PIC 9(01) VALUE ZERO.                     00001870
       01 WRK-TABELA-CENARIOS.                                          00001880
          05 WRK-ENT-CENARIO OCCURS 100 TIMES.                          00001890
             10 WRK-TCE-TIPO          PIC X(01).                        00001900
             10 WRK-TCE-CHAVE         PIC X(08).                        00001910
             10 WRK-TCE-MODO          PIC X(01).                        00001920
             10 WRK-TCE-SINAL         PIC X(01).                        00001930
             10 WRK-TCE-VALOR         PIC 9(07)V99.                     00001940
      *---------------------------------------------------              00001950
      *    PRECOS DA LINHA EM SIMULACAO                                 00001960
      *---------------------------------------------------              00001970
       77 WRK-LISTA-SIMULADA  PIC 9(07)V99 COMP-3 VALUE ZERO.           00001980
       77 WRK-PRECO-ATUAL     PIC 9(07)V99 COMP-3 VALUE ZERO.           00001990
       77 WRK-PRECO-SIMULADO  PIC 9(07)V99 COMP-3 VALUE ZERO.           00002000
       77 WRK-VALOR-ATUAL     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002010
       77 WRK-VALOR-SIMULADO  PIC 9(11)V99 COMP-3 VALUE ZERO.           00002020
       77 WRK-VALOR-CUSTO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002030
       77 WRK-DIFERENCA       PIC S9(11)V99 COMP-3 VALUE ZERO.          00002040
       77 WRK-CATEGORIA-LINHA PIC X(05) VALUE SPACES.                   00002050
       01 WRK-SW-PROMO.                                                 00002060
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00002070
             88 WRK-PROMO-VIGENTE          VALUE 'S'.                   00002080
             88 WRK-PROMO-AUSENTE          VALUE 'N'.                   00002090
      *---------------------------------------------------              00002100
      *    RECEITA, CUSTO E QUANTIDADE DO MES BASE POR CATEGORIA        00002110
      *---------------------------------------------------              00002120
       77 WRK-MAX-CATEGORIAS  PIC 9(03) COMP VALUE 300.                 00002130
       77 WRK-QTD-CATEGORIAS  PIC 9(03) COMP VALUE ZERO.                00002140
       77 WRK-IDX-CAT         PIC 9(03) COMP VALUE ZERO.                00002150
       77 WRK-IDX-CAT-ACHADO  PIC 9(03) COMP VALUE ZERO.                00002160
       01 WRK-TABELA-CATEGORIAS.                                        00002170
          05 WRK-ENT-CATEGORIA OCCURS 300 TIMES.                        00002180
             10 WRK-TCA-CATEGORIA     PIC X(05).                        00002190
             10 WRK-TCA-QUANTIDADE    PIC 9(11) COMP-3.                 00002200
             10 WRK-TCA-RECEITA-ATU   PIC 9(13)V99 COMP-3.              00002210
             10 WRK-TCA-RECEITA-NOVA  PIC 9(13)V99 COMP-3.              00002220
             10 WRK-TCA-CUSTO         PIC 9(13)V99 COMP-3.              00002230
       01 WRK-TOTAIS-VENDA.                                             00002240
          05 WRK-TOT-QUANTIDADE       PIC 9(11) COMP-3 VALUE ZERO.      00002250
          05 WRK-TOT-RECEITA-ATU      PIC 9(13)V99 COMP-3 VALUE ZERO.   00002260
          05 WRK-TOT-RECEITA-NOVA     PIC 9(13)V99 COMP-3 VALUE ZERO.   00002270
          05 WRK-TOT-CUSTO            PIC 9(13)V99 COMP-3 VALUE ZERO.   00002280
       77 WRK-MARGEM-ATU      PIC S9(13)V99 COMP-3 VALUE ZERO.          00002290
       77 WRK-MARGEM-NOVA     PIC S9(13)V99 COMP-3 VALUE ZERO.          00002300
       77 WRK-VARIACAO-PCT    PIC S9(05)V99 COMP-3 VALUE ZERO.          00002310
      *---------------------------------------------------              00002320
      *    PEDIDOS ABERTOS POR CLIENTE - VALOR ATUAL E SIMULADO         00002330
      *---------------------------------------------------              00002340
       77 WRK-MAX-CLIENTES    PIC 9(04) COMP VALUE 3000.                00002350
       77 WRK-QTD-CLIENTES    PIC 9(04) COMP VALUE ZERO.                00002360
       77 WRK-IDX-CLI         PIC 9(04) COMP VALUE ZERO.                00002370
       77 WRK-IDX-CLI-ACHADO  PIC 9(04) COMP VALUE ZERO.                00002380
       01 WRK-TABELA-CLIENTES.                                          00002390
          05 WRK-ENT-CLIENTE OCCURS 3000 TIMES.                         00002400
             10 WRK-TCL-CLI-ID        PIC 9(05).                        00002410
             10 WRK-TCL-PEDIDOS-ATU   PIC 9(11)V99 COMP-3.              00002420
             10 WRK-TCL-PEDIDOS-NOVO  PIC 9(11)V99 COMP-3.              00002430
       77 WRK-SALDO-CLIENTE   PIC 9(11)V99 COMP-3 VALUE ZERO.           00002440
       77 WRK-LIMITE-CLIENTE  PIC 9(11)V99 COMP-3 VALUE ZERO.           00002450
       77 WRK-EXPOSICAO-ATU   PIC 9(13)V99 COMP-3 VALUE ZERO.           00002460
       77 WRK-EXPOSICAO-NOVA  PIC 9(13)V99 COMP-3 VALUE ZERO.           00002470
      *---------------------------------------------------              00002480
      *    LINHAS DO RELATORIO                                          00002490
      *---------------------------------------------------              00002500
       01 WRK-SEPARA.                                                   00002510
          05 FILLER PIC X(132) VALUE ALL '='.                           00002520
                                                                        00002530
       01 WRK-CABEC1.                                                   00002540
          05 FILLER               PIC X(37) VALUE                       00002550
             'SIMULACAO DE MUDANCA DE PRECO - DATA '.                   00002560
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002570
          05 FILLER               PIC X(12) VALUE '  MES BASE: '.       00002580
          05 WRK-CAB-MES-BASE     PIC 9(06).                            00002590
          05 FILLER               PIC X(30) VALUE                       00002600
             '  (SO LEITURA - NADA GRAVADO)'.                           00002610
                                                                        00002620
       01 WRK-TIT-CENARIOS.                                             00002630
          05 FILLER               PIC X(40) VALUE                       00002640
             'CARTOES DE CENARIO'.                                      00002650
                                                                        00002660
       01 WRK-DET-CENARIO.                                              00002670
          05 FILLER               PIC X(02) VALUE SPACES.               00002680
          05 WRK-DCE-CARTAO       PIC X(20).                            00002690
          05 FILLER               PIC X(02) VALUE SPACES.               00002700
          05 WRK-DCE-SITUACAO     PIC X(10).                            00002710
          05 WRK-DCE-MOTIVO       PIC X(30).                            00002720
                                                                        00002730
       01 WRK-TIT-CATEGORIAS.                                           00002740
          05 FILLER               PIC X(07) VALUE 'CATEG.'.             00002750
          05 FILLER               PIC X(14) VALUE '    QTD.VENDID'.     00002760
          05 FILLER               PIC X(19) VALUE                       00002770
             '      RECEITA ATUAL'.                                     00002780
          05 FILLER               PIC X(19) VALUE                       00002790
             '       RECEITA NOVA'.                                     00002800
          05 FILLER               PIC X(09) VALUE '    VAR.%'.          00002810
          05 FILLER               PIC X(20) VALUE                       00002820
             '        MARGEM ATUAL'.                                    00002830
          05 FILLER               PIC X(20) VALUE                       00002840
             '         MARGEM NOVA'.                                    00002850
                                                                        00002860
       01 WRK-DET-CATEGORIA.                                            00002870
          05 WRK-DCA-CATEGORIA    PIC X(05).                            00002880
          05 FILLER               PIC X(02) VALUE SPACES.               00002890
          05 WRK-DCA-QUANTIDADE   PIC Z(10)9.                           00002900
          05 FILLER               PIC X(02) VALUE SPACES.               00002910
          05 WRK-DCA-RECEITA-ATU  PIC Z(12)9.99.                        00002920
          05 FILLER               PIC X(02) VALUE SPACES.               00002930
          05 WRK-DCA-RECEITA-NOVA PIC Z(12)9.99.                        00002940
          05 FILLER               PIC X(02) VALUE SPACES.               00002950
          05 WRK-DCA-VARIACAO     PIC -ZZZ9.99.                         00002960
          05 FILLER               PIC X(02) VALUE SPACES.               00002970
          05 WRK-DCA-MARGEM-ATU   PIC -Z(12)9.99.                       00002980
          05 FILLER               PIC X(02) VALUE SPACES.               00002990
          05 WRK-DCA-MARGEM-NOVA  PIC -Z(12)9.99.                       00003000
                                                                        00003010
       01 WRK-TIT-PEDIDOS.                                              00003020
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.             00003030
          05 FILLER               PIC X(08) VALUE 'CLIENTE'.            00003040
          05 FILLER               PIC X(10) VALUE 'PRODUTO'.            00003050
          05 FILLER               PIC X(13) VALUE '  PRECO ATUAL'.      00003060
          05 FILLER               PIC X(13) VALUE '   PRECO NOVO'.      00003070
          05 FILLER               PIC X(16) VALUE                       00003080
             '     VALOR ATUAL'.                                        00003090
          05 FILLER               PIC X(16) VALUE                       00003100
             '      VALOR NOVO'.                                        00003110
          05 FILLER               PIC X(17) VALUE                       00003120
             '       DIFERENCA'.                                        00003130
                                                                        00003140
       01 WRK-DET-PEDIDO.                                               00003150
          05 WRK-DPE-NUMERO       PIC 9(05).                            00003160
          05 FILLER               PIC X(03) VALUE SPACES.               00003170
          05 WRK-DPE-CLI-ID       PIC 9(05).                            00003180
          05 FILLER               PIC X(03) VALUE SPACES.               00003190
          05 WRK-DPE-CODIGO       PIC 9(08).                            00003200
          05 FILLER               PIC X(02) VALUE SPACES.               00003210
          05 WRK-DPE-PRECO-ATU    PIC Z(6)9.99.                         00003220
          05 FILLER               PIC X(03) VALUE SPACES.               00003230
          05 WRK-DPE-PRECO-NOVO   PIC Z(6)9.99.                         00003240
          05 FILLER               PIC X(03) VALUE SPACES.               00003250
          05 WRK-DPE-VALOR-ATU    PIC Z(10)9.99.                        00003260
          05 FILLER               PIC X(02) VALUE SPACES.               00003270
          05 WRK-DPE-VALOR-NOVO   PIC Z(10)9.99.                        00003280
          05 FILLER               PIC X(02) VALUE SPACES.               00003290
          05 WRK-DPE-DIFERENCA    PIC -Z(10)9.99.                       00003300
                                                                        00003310
       01 WRK-TIT-CREDITO.                                              00003320
          05 FILLER               PIC X(08) VALUE 'CLIENTE'.            00003330
          05 FILLER               PIC X(31) VALUE 'NOME'.               00003340
          05 FILLER               PIC X(15) VALUE                       00003350
             '         LIMITE'.                                         00003360
          05 FILLER               PIC X(16) VALUE                       00003370
             '   SALDO ABERTO'.                                         00003380
          05 FILLER               PIC X(17) VALUE                       00003390
             '  PEDIDOS ATUAIS'.                                        00003400
          05 FILLER               PIC X(17) VALUE                       00003410
             '   PEDIDOS NOVOS'.                                        00003420
          05 FILLER               PIC X(15) VALUE '  SITUACAO'.         00003430
                                                                        00003440
       01 WRK-DET-CREDITO.                                              00003450
          05 WRK-DCR-CLI-ID       PIC 9(05).                            00003460
          05 FILLER               PIC X(03) VALUE SPACES.               00003470
          05 WRK-DCR-NOME         PIC X(30).                            00003480
          05 FILLER               PIC X(01) VALUE SPACES.               00003490
          05 WRK-DCR-LIMITE       PIC Z(8)9.99.                         00003500
          05 FILLER               PIC X(02) VALUE SPACES.               00003510
          05 WRK-DCR-SALDO        PIC Z(9)9.99.                         00003520
          05 FILLER               PIC X(02) VALUE SPACES.               00003530
          05 WRK-DCR-PEDIDOS-ATU  PIC Z(10)9.99.                        00003540
          05 FILLER               PIC X(02) VALUE SPACES.               00003550
          05 WRK-DCR-PEDIDOS-NOVO PIC Z(10)9.99.                        00003560
          05 FILLER               PIC X(02) VALUE SPACES.               00003570
          05 WRK-DCR-SITUACAO     PIC X(20).                            00003580
                                                                        00003590
       01 WRK-LINHA-VAZIA.                                              00003600
          05 FILLER               PIC X(40) VALUE                       00003610
             '  NENHUM'.                                                00003620
       COPY CPCAB01.                                                    00003630
       COPY CPERR01.                                                    00003640
       COPY CPDTA01.                                                    00003650
       COPY CPSTT01.                                                    00003660
       COPY CPCTP02.                                                    00003670
      *=========================================*                       00003680
       PROCEDURE DIVISION.                                              00003690
      *=========================================*                       00003700
                                                                        00003710
      *---------------------------------------------------              00003720
       0000-PRINCIPAL                     SECTION.                      00003730
      *---------------------------------------------------              00003740
             PERFORM 0100-INICIAR.                                      00003750
             PERFORM 0200-PROJETAR-VENDAS                               00003760
                 UNTIL WRK-FS-NOTAHIST EQUAL '10'.                      00003770
             PERFORM 0250-IMPRIMIR-CATEGORIAS.                          00003780
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003790
             WRITE REL-LINHA FROM WRK-TIT-PEDIDOS.                      00003800
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003810
             PERFORM 0400-AVALIAR-PEDIDOS                               00003820
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00003830
             IF WRK-CONT-PED-MUDAM EQUAL ZERO                           00003840
                 WRITE REL-LINHA FROM WRK-LINHA-VAZIA                   00003850
             END-IF.                                                    00003860
             PERFORM 0500-AVALIAR-CREDITO.                              00003870
             PERFORM 0300-FINALIZAR.                                    00003880
      *---------------------------------------------------              00003890
       0000-99-FIM.            EXIT.                                    00003900
      *---------------------------------------------------              00003910
                                                                        00003920
       0100-INICIAR                       SECTION.                      00003930
             MOVE 'FR06CB24' TO WRK-CAB-PROGRAMA.                       00003940
             PERFORM 0101-CABECALHO-PADRAO.                             00003950
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003960
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003970
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003980
             OPEN INPUT NOTAHIST.                                       00003990
             OPEN INPUT PEDIDOS.                                        00004000
             OPEN INPUT PRODUTO-MASTER.                                 00004010
             OPEN INPUT CLIENTE-MASTER.                                 00004020
             PERFORM 0114-ABRIR-PROMO.                                  00004030
             OPEN INPUT ENTRADA-SYSIN.                                  00004040
             OPEN OUTPUT RELSIMUL.                                      00004050
             PERFORM 0110-TESTAR-STATUS.                                00004060
             MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-BASE-N.             00004070
             IF WRK-MB-MES EQUAL 01                                     00004080
                 SUBTRACT 1 FROM WRK-MB-ANO                             00004090
                 MOVE 12 TO WRK-MB-MES                                  00004100
             ELSE                                                       00004110
                 SUBTRACT 1 FROM WRK-MB-MES                             00004120
             END-IF.                                                    00004130
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00004140
             MOVE WRK-MES-BASE-N   TO WRK-CAB-MES-BASE.                 00004150
             WRITE REL-LINHA FROM WRK-CABEC1.                           00004160
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004170
             WRITE REL-LINHA FROM WRK-TIT-CENARIOS.                     00004180
             PERFORM 0120-LER-CENARIO                                   00004190
                 UNTIL WRK-FS-SYSIN NOT EQUAL ZEROS.                    00004200
             CLOSE ENTRADA-SYSIN.                                       00004210
             IF WRK-QTD-CENARIOS EQUAL ZERO                             00004220
                 MOVE ' ERRO NENHUM CARTAO DE CENARIO VALIDO '          00004230
                     TO WRK-MSG                                         00004240
                 PERFORM 9000-TRATA-ERROS                               00004250
             END-IF.                                                    00004260
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004270
             WRITE REL-LINHA FROM WRK-TIT-CATEGORIAS.                   00004280
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004290
      *---------------------------------------------------              00004300
       0100-99-FIM.            EXIT.                                    00004310
      *---------------------------------------------------              00004320
           COPY CPCAB02.                                                00004330
           COPY CPERR02.                                                00004340
           COPY CPDTA02.                                                00004350
           COPY CPSTT02.                                                00004360
      *---------------------------------------------------              00004370
       0114-ABRIR-PROMO                   SECTION.                      00004380
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00004390
      *    PELA FR05CB63 (FILE STATUS 35), NENHUM PEDIDO E              00004400
      *    PROTEGIDO POR PROMOCAO                                       00004410
      *---------------------------------------------------              00004420
             OPEN INPUT PROMO-MASTER.                                   00004430
             IF WRK-FS-PROMO EQUAL '35'                                 00004440
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES'              00004450
             END-IF.                                                    00004460
      *---------------------------------------------------              00004470
       0110-TESTAR-STATUS                 SECTION.                      00004480
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00004490
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00004500
                 PERFORM 9000-TRATA-ERROS                               00004510
             END-IF.                                                    00004520
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00004530
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00004540
                 PERFORM 9000-TRATA-ERROS                               00004550
             END-IF.                                                    00004560
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00004570
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00004580
                 PERFORM 9000-TRATA-ERROS                               00004590
             END-IF.                                                    00004600
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004610
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00004620
                 PERFORM 9000-TRATA-ERROS                               00004630
             END-IF.                                                    00004640
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00004650
                AND WRK-FS-PROMO NOT EQUAL '35'                         00004660
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00004670
                 PERFORM 9000-TRATA-ERROS                               00004680
             END-IF.                                                    00004690
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004700
                 MOVE ' ERRO OPEN SYSIN ' TO WRK-MSG                    00004710
                 PERFORM 9000-TRATA-ERROS                               00004720
             END-IF.                                                    00004730
             IF WRK-FS-RELSIMUL NOT EQUAL ZEROS                         00004740
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00004750
                 PERFORM 9000-TRATA-ERROS                               00004760
             END-IF.                                                    00004770
      *---------------------------------------------------              00004780
       0120-LER-CENARIO                   SECTION.                      00004790
      *    LE E CRITICA UM CARTAO DE CENARIO - CARTAO INVALIDO E        00004800
      *    LISTADO COM O MOTIVO E FICA FORA DA SIMULACAO                00004810
      *---------------------------------------------------              00004820
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CENARIO.                00004830
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004840
                 GO TO 0120-99-FIM                                      00004850
             END-IF.                                                    00004860
             ADD 1 TO WRK-CONT-CARTOES.                                 00004870
             MOVE SPACES TO WRK-CEN-MOTIVO.                             00004880
             EVALUATE TRUE                                              00004890
                 WHEN NOT WRK-CEN-CATEGORIA                             00004900
                  AND NOT WRK-CEN-PRODUTO                               00004910
                  AND NOT WRK-CEN-TODOS                                 00004920
                     MOVE 'TIPO INVALIDO (C/P/T)' TO WRK-CEN-MOTIVO     00004930
                 WHEN WRK-CEN-CATEGORIA                                 00004940
                  AND WRK-CEN-CHAVE (1:5) EQUAL SPACES                  00004950
                     MOVE 'CATEGORIA EM BRANCO' TO WRK-CEN-MOTIVO       00004960
                 WHEN WRK-CEN-PRODUTO                                   00004970
                  AND WRK-CEN-CHAVE-N NOT NUMERIC                       00004980
                     MOVE 'CODIGO DE PRODUTO INVALIDO'                  00004990
                         TO WRK-CEN-MOTIVO                              00005000
                 WHEN NOT WRK-CEN-PERCENTUAL                            00005010
                  AND NOT WRK-CEN-PRECO-NOVO                            00005020
                     MOVE 'MODO INVALIDO (% OU =)' TO WRK-CEN-MOTIVO    00005030
                 WHEN WRK-CEN-VALOR NOT NUMERIC                         00005040
                     MOVE 'VALOR NAO NUMERICO' TO WRK-CEN-MOTIVO        00005050
                 WHEN WRK-CEN-PERCENTUAL                                00005060
                  AND NOT WRK-CEN-SINAL-OK                              00005070
                     MOVE 'SINAL INVALIDO (+ OU -)' TO WRK-CEN-MOTIVO   00005080
                 WHEN WRK-CEN-PERCENTUAL                                00005090
                  AND WRK-CEN-SINAL EQUAL '-'                           00005100
                  AND WRK-CEN-VALOR NOT < 100                           00005110
                     MOVE 'REDUCAO DE 100% OU MAIS'                     00005120
                         TO WRK-CEN-MOTIVO                              00005130
                 WHEN WRK-CEN-PRECO-NOVO                                00005140
                  AND WRK-CEN-VALOR EQUAL ZEROS                         00005150
                     MOVE 'PRECO NOVO ZERADO' TO WRK-CEN-MOTIVO         00005160
                 WHEN WRK-QTD-CENARIOS >= WRK-MAX-CENARIOS              00005170
                     MOVE 'CARTOES EXCEDEM A TABELA' TO WRK-CEN-MOTIVO  00005180
                 WHEN OTHER                                             00005190
                     CONTINUE                                           00005200
             END-EVALUATE.                                              00005210
             MOVE WRK-CARTAO-CENARIO (1:20) TO WRK-DCE-CARTAO.          00005220
             MOVE WRK-CEN-MOTIVO            TO WRK-DCE-MOTIVO.          00005230
             IF WRK-CEN-MOTIVO NOT EQUAL SPACES                         00005240
                 ADD 1 TO WRK-CONT-CART-REJ                             00005250
                 MOVE 'REJEITADO' TO WRK-DCE-SITUACAO                   00005260
             ELSE                                                       00005270
                 ADD 1 TO WRK-QTD-CENARIOS                              00005280
                 IF WRK-CEN-TODOS                                       00005290
                     MOVE SPACES TO WRK-CEN-CHAVE                       00005300
                 END-IF                                                 00005310
                 MOVE WRK-CEN-TIPO  TO WRK-TCE-TIPO (WRK-QTD-CENARIOS)  00005320
                 MOVE WRK-CEN-CHAVE TO WRK-TCE-CHAVE (WRK-QTD-CENARIOS) 00005330
                 MOVE WRK-CEN-MODO  TO WRK-TCE-MODO (WRK-QTD-CENARIOS)  00005340
                 MOVE WRK-CEN-SINAL TO WRK-TCE-SINAL (WRK-QTD-CENARIOS) 00005350
                 MOVE WRK-CEN-VALOR TO WRK-TCE-VALOR (WRK-QTD-CENARIOS) 00005360
                 MOVE 'ACEITO' TO WRK-DCE-SITUACAO                      00005370
             END-IF.                                                    00005380
             WRITE REL-LINHA FROM WRK-DET-CENARIO.                      00005390
       0120-99-FIM.            EXIT.                                    00005400
      *---------------------------------------------------              00005410
       0200-PROJETAR-VENDAS               SECTION.                      00005420
      *    PROJETA CADA LINHA DE NOTA NAO CANCELADA DO MES BASE -       00005430
      *    RECEITA ATUAL E NOVA PELAS REGRAS DE PRECO DE HOJE E         00005440
      *    CUSTO PELO CUSTO UNITARIO DO MASTER. PRODUTO QUE SAIU        00005450
      *    DO MASTER ENTRA PELO VALOR FATURADO, SEM CUSTO               00005460
      *---------------------------------------------------              00005470
             READ NOTAHIST NEXT RECORD.                                 00005480
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00005490
                 MOVE '10' TO WRK-FS-NOTAHIST                           00005500
                 GO TO 0200-99-FIM                                      00005510
             END-IF.                                                    00005520
             ADD 1 TO WRK-CONT-NOTAS.                                   00005530
             IF NFH-NOTA-CANCELADA                                      00005540
                OR NFH-DATA-EMISSAO (1:6) NOT EQUAL WRK-MES-BASE        00005550
                 GO TO 0200-99-FIM                                      00005560
             END-IF.                                                    00005570
             ADD 1 TO WRK-CONT-LINHAS-MES.                              00005580
             MOVE NFH-CODIGO TO PRDM-CODIGO.                            00005590
             READ PRODUTO-MASTER                                        00005600
                 INVALID KEY                                            00005610
                     ADD 1 TO WRK-CONT-FORA-MASTER                      00005620
                     MOVE NFH-CATEGORIA   TO WRK-CATEGORIA-LINHA        00005630
                     MOVE NFH-VALOR-TOTAL TO WRK-VALOR-ATUAL            00005640
                     MOVE NFH-VALOR-TOTAL TO WRK-VALOR-SIMULADO         00005650
                     MOVE ZEROS           TO WRK-VALOR-CUSTO            00005660
                 NOT INVALID KEY                                        00005670
                     MOVE PRDM-CATEGORIA  TO WRK-CATEGORIA-LINHA        00005680
                     PERFORM 0600-APURAR-LISTA-SIMULADA                 00005690
                     MOVE NFH-CLI-ID      TO CTP-CHK-CLI-ID             00005700
                     MOVE NFH-QUANTIDADE  TO CTP-CHK-QUANTIDADE         00005710
                     PERFORM 0620-PRECIFICAR-ATUAL-E-NOVO               00005720
                     COMPUTE WRK-VALOR-ATUAL ROUNDED =                  00005730
                         NFH-QUANTIDADE * WRK-PRECO-ATUAL               00005740
                     COMPUTE WRK-VALOR-SIMULADO ROUNDED =               00005750
                         NFH-QUANTIDADE * WRK-PRECO-SIMULADO            00005760
                     COMPUTE WRK-VALOR-CUSTO ROUNDED =                  00005770
                         NFH-QUANTIDADE * PRDM-CUSTO-UNIT               00005780
             END-READ.                                                  00005790
             PERFORM 0210-LOCALIZAR-CATEGORIA.                          00005800
             ADD NFH-QUANTIDADE                                         00005810
                 TO WRK-TCA-QUANTIDADE (WRK-IDX-CAT-ACHADO).            00005820
             ADD WRK-VALOR-ATUAL                                        00005830
                 TO WRK-TCA-RECEITA-ATU (WRK-IDX-CAT-ACHADO).           00005840
             ADD WRK-VALOR-SIMULADO                                     00005850
                 TO WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT-ACHADO).          00005860
             ADD WRK-VALOR-CUSTO                                        00005870
                 TO WRK-TCA-CUSTO (WRK-IDX-CAT-ACHADO).                 00005880
       0200-99-FIM.            EXIT.                                    00005890
      *---------------------------------------------------              00005900
       0210-LOCALIZAR-CATEGORIA           SECTION.                      00005910
      *    LOCALIZA (OU CRIA ZERADA) A CATEGORIA NA TABELA              00005920
      *---------------------------------------------------              00005930
             MOVE ZERO TO WRK-IDX-CAT-ACHADO.                           00005940
             MOVE ZERO TO WRK-IDX-CAT.                                  00005950
             PERFORM 0215-PROCURAR-UMA-CATEGORIA                        00005960
                 UNTIL WRK-IDX-CAT >= WRK-QTD-CATEGORIAS                00005970
                    OR WRK-IDX-CAT-ACHADO > ZERO.                       00005980
             IF WRK-IDX-CAT-ACHADO EQUAL ZERO                           00005990
                 IF WRK-QTD-CATEGORIAS >= WRK-MAX-CATEGORIAS            00006000
                     MOVE ' ERRO CATEGORIAS EXCEDEM TABELA '            00006010
                         TO WRK-MSG                                     00006020
                     PERFORM 9000-TRATA-ERROS                           00006030
                 END-IF                                                 00006040
                 ADD 1 TO WRK-QTD-CATEGORIAS                            00006050
                 MOVE WRK-QTD-CATEGORIAS TO WRK-IDX-CAT-ACHADO          00006060
                 MOVE WRK-CATEGORIA-LINHA                               00006070
                     TO WRK-TCA-CATEGORIA (WRK-IDX-CAT-ACHADO)          00006080
                 MOVE ZEROS TO WRK-TCA-QUANTIDADE (WRK-IDX-CAT-ACHADO)  00006090
                 MOVE ZEROS TO WRK-TCA-RECEITA-ATU (WRK-IDX-CAT-ACHADO) 00006100
                 MOVE ZEROS                                             00006110
                     TO WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT-ACHADO)       00006120
                 MOVE ZEROS TO WRK-TCA-CUSTO (WRK-IDX-CAT-ACHADO)       00006130
             END-IF.                                                    00006140
      *---------------------------------------------------              00006150
       0215-PROCURAR-UMA-CATEGORIA        SECTION.                      00006160
             ADD 1 TO WRK-IDX-CAT.                                      00006170
             IF WRK-TCA-CATEGORIA (WRK-IDX-CAT)                         00006180
                 EQUAL WRK-CATEGORIA-LINHA                              00006190
                 MOVE WRK-IDX-CAT TO WRK-IDX-CAT-ACHADO                 00006200
             END-IF.                                                    00006210
      *---------------------------------------------------              00006220
       0250-IMPRIMIR-CATEGORIAS           SECTION.                      00006230
      *    UMA LINHA POR CATEGORIA VENDIDA NO MES BASE E O TOTAL        00006240
      *---------------------------------------------------              00006250
             MOVE ZERO TO WRK-IDX-CAT.                                  00006260
             PERFORM 0255-IMPRIMIR-UMA-CATEGORIA                        00006270
                 UNTIL WRK-IDX-CAT >= WRK-QTD-CATEGORIAS.               00006280
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006290
             MOVE 'TOTAL'              TO WRK-DCA-CATEGORIA.            00006300
             MOVE WRK-TOT-QUANTIDADE   TO WRK-DCA-QUANTIDADE.           00006310
             MOVE WRK-TOT-RECEITA-ATU  TO WRK-DCA-RECEITA-ATU.          00006320
             MOVE WRK-TOT-RECEITA-NOVA TO WRK-DCA-RECEITA-NOVA.         00006330
             COMPUTE WRK-MARGEM-ATU =                                   00006340
                 WRK-TOT-RECEITA-ATU - WRK-TOT-CUSTO.                   00006350
             COMPUTE WRK-MARGEM-NOVA =                                  00006360
                 WRK-TOT-RECEITA-NOVA - WRK-TOT-CUSTO.                  00006370
             MOVE WRK-TOT-RECEITA-ATU  TO WRK-VALOR-ATUAL.              00006380
             MOVE WRK-TOT-RECEITA-NOVA TO WRK-VALOR-SIMULADO.           00006390
             PERFORM 0258-EDITAR-VARIACAO.                              00006400
             WRITE REL-LINHA FROM WRK-DET-CATEGORIA.                    00006410
      *---------------------------------------------------              00006420
       0255-IMPRIMIR-UMA-CATEGORIA        SECTION.                      00006430
             ADD 1 TO WRK-IDX-CAT.                                      00006440
             MOVE WRK-TCA-CATEGORIA (WRK-IDX-CAT)                       00006450
                 TO WRK-DCA-CATEGORIA.                                  00006460
             MOVE WRK-TCA-QUANTIDADE (WRK-IDX-CAT)                      00006470
                 TO WRK-DCA-QUANTIDADE.                                 00006480
             MOVE WRK-TCA-RECEITA-ATU (WRK-IDX-CAT)                     00006490
                 TO WRK-DCA-RECEITA-ATU.                                00006500
             MOVE WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT)                    00006510
                 TO WRK-DCA-RECEITA-NOVA.                               00006520
             COMPUTE WRK-MARGEM-ATU =                                   00006530
                 WRK-TCA-RECEITA-ATU (WRK-IDX-CAT)                      00006540
                 - WRK-TCA-CUSTO (WRK-IDX-CAT).                         00006550
             COMPUTE WRK-MARGEM-NOVA =                                  00006560
                 WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT)                     00006570
                 - WRK-TCA-CUSTO (WRK-IDX-CAT).                         00006580
             MOVE WRK-TCA-RECEITA-ATU (WRK-IDX-CAT)                     00006590
                 TO WRK-VALOR-ATUAL.                                    00006600
             MOVE WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT)                    00006610
                 TO WRK-VALOR-SIMULADO.                                 00006620
             PERFORM 0258-EDITAR-VARIACAO.                              00006630
             WRITE REL-LINHA FROM WRK-DET-CATEGORIA.                    00006640
             ADD WRK-TCA-QUANTIDADE (WRK-IDX-CAT)                       00006650
                 TO WRK-TOT-QUANTIDADE.                                 00006660
             ADD WRK-TCA-RECEITA-ATU (WRK-IDX-CAT)                      00006670
                 TO WRK-TOT-RECEITA-ATU.                                00006680
             ADD WRK-TCA-RECEITA-NOVA (WRK-IDX-CAT)                     00006690
                 TO WRK-TOT-RECEITA-NOVA.                               00006700
             ADD WRK-TCA-CUSTO (WRK-IDX-CAT)                            00006710
                 TO WRK-TOT-CUSTO.                                      00006720
      *---------------------------------------------------              00006730
       0258-EDITAR-VARIACAO               SECTION.                      00006740
      *    VARIACAO PERCENTUAL DA RECEITA E MARGENS NA LINHA            00006750
      *---------------------------------------------------              00006760
             IF WRK-VALOR-ATUAL > ZEROS                                 00006770
                 COMPUTE WRK-VARIACAO-PCT ROUNDED =                     00006780
                     (WRK-VALOR-SIMULADO - WRK-VALOR-ATUAL) * 100       00006790
                     / WRK-VALOR-ATUAL                                  00006800
             ELSE                                                       00006810
                 MOVE ZEROS TO WRK-VARIACAO-PCT                         00006820
             END-IF.                                                    00006830
             MOVE WRK-VARIACAO-PCT TO WRK-DCA-VARIACAO.                 00006840
             MOVE WRK-MARGEM-ATU   TO WRK-DCA-MARGEM-ATU.               00006850
             MOVE WRK-MARGEM-NOVA  TO WRK-DCA-MARGEM-NOVA.              00006860
      *---------------------------------------------------              00006870
       0400-AVALIAR-PEDIDOS               SECTION.                      00006880
      *    PARA CADA PEDIDO ABERTO, O VALOR ATUAL E O QUE O             00006890
      *    PEDIDO TERIA SE A REPRECIFICACAO (FR05CB64) RODASSE          00006900
      *    APOS A MUDANCA SIMULADA. PEDIDO DE PRODUTO COM               00006910
      *    PROMOCAO VIGENTE NAO MUDA. OS VALORES VAO PARA A             00006920
      *    TABELA DE CLIENTES PARA A CRITICA DE CREDITO                 00006930
      *---------------------------------------------------              00006940
             READ PEDIDOS.                                              00006950
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00006960
                 MOVE '10' TO WRK-FS-PEDIDOS                            00006970
                 GO TO 0400-99-FIM                                      00006980
             END-IF.                                                    00006990
             IF NOT PED-ABERTO                                          00007000
                 GO TO 0400-99-FIM                                      00007010
             END-IF.                                                    00007020
             ADD 1 TO WRK-CONT-PEDIDOS.                                 00007030
             MOVE PED-VALOR-TOTAL TO WRK-VALOR-ATUAL.                   00007040
             MOVE PED-VALOR-TOTAL TO WRK-VALOR-SIMULADO.                00007050
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00007060
             READ PRODUTO-MASTER                                        00007070
                 INVALID KEY                                            00007080
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00007090
                             ' DO PEDIDO ' PED-NUMERO                   00007100
                             ' FORA DO MASTER'                          00007110
                 NOT INVALID KEY                                        00007120
                     PERFORM 0600-APURAR-LISTA-SIMULADA                 00007130
                     IF WRK-LISTA-SIMULADA                              00007140
                            NOT EQUAL PRDM-PRECO-UNIT                   00007150
                         PERFORM 0410-SIMULAR-PEDIDO                    00007160
                     END-IF                                             00007170
             END-READ.                                                  00007180
             PERFORM 0420-ACUMULAR-CLIENTE.                             00007190
       0400-99-FIM.            EXIT.                                    00007200
      *---------------------------------------------------              00007210
       0410-SIMULAR-PEDIDO                SECTION.                      00007220
             PERFORM 0415-VERIFICAR-PROMOCAO.                           00007230
             IF WRK-PROMO-VIGENTE                                       00007240
                 ADD 1 TO WRK-CONT-PED-PROMO                            00007250
                 GO TO 0410-99-FIM                                      00007260
             END-IF.                                                    00007270
             MOVE PED-CLI-ID     TO CTP-CHK-CLI-ID.                     00007280
             MOVE PED-QUANTIDADE TO CTP-CHK-QUANTIDADE.                 00007290
             PERFORM 0620-PRECIFICAR-ATUAL-E-NOVO.                      00007300
             IF WRK-PRECO-SIMULADO EQUAL PED-PRECO-UNIT                 00007310
                 GO TO 0410-99-FIM                                      00007320
             END-IF.                                                    00007330
             COMPUTE WRK-VALOR-SIMULADO ROUNDED =                       00007340
                 PED-QUANTIDADE * WRK-PRECO-SIMULADO.                   00007350
             COMPUTE WRK-DIFERENCA =                                    00007360
                 WRK-VALOR-SIMULADO - WRK-VALOR-ATUAL.                  00007370
             ADD 1 TO WRK-CONT-PED-MUDAM.                               00007380
             MOVE PED-NUMERO         TO WRK-DPE-NUMERO.                 00007390
             MOVE PED-CLI-ID         TO WRK-DPE-CLI-ID.                 00007400
             MOVE PED-CODIGO         TO WRK-DPE-CODIGO.                 00007410
             MOVE PED-PRECO-UNIT     TO WRK-DPE-PRECO-ATU.              00007420
             MOVE WRK-PRECO-SIMULADO TO WRK-DPE-PRECO-NOVO.             00007430
             MOVE WRK-VALOR-ATUAL    TO WRK-DPE-VALOR-ATU.              00007440
             MOVE WRK-VALOR-SIMULADO TO WRK-DPE-VALOR-NOVO.             00007450
             MOVE WRK-DIFERENCA      TO WRK-DPE-DIFERENCA.              00007460
             WRITE REL-LINHA FROM WRK-DET-PEDIDO.                       00007470
       0410-99-FIM.            EXIT.                                    00007480
      *---------------------------------------------------              00007490
       0415-VERIFICAR-PROMOCAO            SECTION.                      00007500
             SET WRK-PROMO-AUSENTE TO TRUE.                             00007510
             IF WRK-FS-PROMO NOT EQUAL '35'                             00007520
                 MOVE PED-CODIGO TO PRM-CODIGO                          00007530
                 READ PROMO-MASTER                                      00007540
                     INVALID KEY                                        00007550
                         CONTINUE                                       00007560
                     NOT INVALID KEY                                    00007570
                         IF PRM-ATIVA                                   00007580
                            AND WRK-DATA-NEGOCIO                        00007590
                                NOT < PRM-DATA-INICIO                   00007600
                            AND WRK-DATA-NEGOCIO                        00007610
                                NOT > PRM-DATA-FIM                      00007620
                             SET WRK-PROMO-VIGENTE TO TRUE              00007630
                         END-IF                                         00007640
                 END-READ                                               00007650
             END-IF.                                                    00007660
      *---------------------------------------------------              00007670
       0420-ACUMULAR-CLIENTE              SECTION.                      00007680
      *    SOMA O PEDIDO NO VALOR ATUAL E SIMULADO DO CLIENTE           00007690
      *---------------------------------------------------              00007700
             MOVE ZERO TO WRK-IDX-CLI-ACHADO.                           00007710
             MOVE ZERO TO WRK-IDX-CLI.                                  00007720
             PERFORM 0425-PROCURAR-UM-CLIENTE                           00007730
                 UNTIL WRK-IDX-CLI >= WRK-QTD-CLIENTES                  00007740
                    OR WRK-IDX-CLI-ACHADO > ZERO.                       00007750
             IF WRK-IDX-CLI-ACHADO EQUAL ZERO                           00007760
                 IF WRK-QTD-CLIENTES >= WRK-MAX-CLIENTES                00007770
                     MOVE ' ERRO CLIENTES EXCEDEM TABELA '              00007780
                         TO WRK-MSG                                     00007790
                     PERFORM 9000-TRATA-ERROS                           00007800
                 END-IF                                                 00007810
                 ADD 1 TO WRK-QTD-CLIENTES                              00007820
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLI-ACHADO            00007830
                 MOVE PED-CLI-ID                                        00007840
                     TO WRK-TCL-CLI-ID (WRK-IDX-CLI-ACHADO)             00007850
                 MOVE ZEROS                                             00007860
                     TO WRK-TCL-PEDIDOS-ATU (WRK-IDX-CLI-ACHADO)        00007870
                 MOVE ZEROS                                             00007880
                     TO WRK-TCL-PEDIDOS-NOVO (WRK-IDX-CLI-ACHADO)       00007890
             END-IF.                                                    00007900
             ADD WRK-VALOR-ATUAL                                        00007910
                 TO WRK-TCL-PEDIDOS-ATU (WRK-IDX-CLI-ACHADO).           00007920
             ADD WRK-VALOR-SIMULADO                                     00007930
                 TO WRK-TCL-PEDIDOS-NOVO (WRK-IDX-CLI-ACHADO).          00007940
      *---------------------------------------------------              00007950
       0425-PROCURAR-UM-CLIENTE           SECTION.                      00007960
             ADD 1 TO WRK-IDX-CLI.                                      00007970
             IF WRK-TCL-CLI-ID (WRK-IDX-CLI) EQUAL PED-CLI-ID           00007980
                 MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO                 00007990
             END-IF.                                                    00008000
      *---------------------------------------------------              00008010
       0500-AVALIAR-CREDITO               SECTION.                      00008020
      *    CLIENTE CUJOS PEDIDOS ABERTOS SUBIRIAM E CUJO SALDO EM       00008030
      *    ABERTO MAIS OS PEDIDOS PASSARIA DO LIMITE DE CREDITO,        00008040
      *    COMO NA CRITICA DA FR05CB25. LIMITE ZERADO OU EM             00008050
      *    BRANCO (REGISTRO LEGADO) E SEM LIMITE                        00008060
      *---------------------------------------------------              00008070
             WRITE REL-LINHA FROM WRK-SEPARA.                           00008080
             WRITE REL-LINHA FROM WRK-TIT-CREDITO.                      00008090
             WRITE REL-LINHA FROM WRK-SEPARA.                           00008100
             MOVE ZERO TO WRK-IDX-CLI.                                  00008110
             PERFORM 0510-AVALIAR-UM-CLIENTE                            00008120
                 UNTIL WRK-IDX-CLI >= WRK-QTD-CLIENTES.                 00008130
             IF WRK-CONT-CLI-LIMITE EQUAL ZERO                          00008140
                 WRITE REL-LINHA FROM WRK-LINHA-VAZIA                   00008150
             END-IF.                                                    00008160
      *---------------------------------------------------              00008170
       0510-AVALIAR-UM-CLIENTE            SECTION.                      00008180
             ADD 1 TO WRK-IDX-CLI.                                      00008190
             IF WRK-TCL-PEDIDOS-NOVO (WRK-IDX-CLI)                      00008200
                 NOT > WRK-TCL-PEDIDOS-ATU (WRK-IDX-CLI)                00008210
                 GO TO 0510-99-FIM                                      00008220
             END-IF.                                                    00008230
             MOVE WRK-TCL-CLI-ID (WRK-IDX-CLI) TO CLI-ID.               00008240
             READ CLIENTE-MASTER                                        00008250
                 INVALID KEY                                            00008260
                     GO TO 0510-99-FIM                                  00008270
             END-READ.                                                  00008280
             MOVE ZEROS TO WRK-LIMITE-CLIENTE.                          00008290
             IF CLI-LIMITE-CREDITO NUMERIC                              00008300
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-CLIENTE          00008310
             END-IF.                                                    00008320
             IF WRK-LIMITE-CLIENTE EQUAL ZEROS                          00008330
                 GO TO 0510-99-FIM                                      00008340
             END-IF.                                                    00008350
             MOVE ZEROS TO WRK-SALDO-CLIENTE.                           00008360
             IF CLI-SALDO-ABERTO NUMERIC                                00008370
                 MOVE CLI-SALDO-ABERTO TO WRK-SALDO-CLIENTE             00008380
             END-IF.                                                    00008390
             COMPUTE WRK-EXPOSICAO-ATU =                                00008400
                 WRK-SALDO-CLIENTE + WRK-TCL-PEDIDOS-ATU (WRK-IDX-CLI). 00008410
             COMPUTE WRK-EXPOSICAO-NOVA =                               00008420
                 WRK-SALDO-CLIENTE + WRK-TCL-PEDIDOS-NOVO (WRK-IDX-CLI).00008430
             IF WRK-EXPOSICAO-NOVA NOT > WRK-LIMITE-CLIENTE             00008440
                 GO TO 0510-99-FIM                                      00008450
             END-IF.                                                    00008460
             ADD 1 TO WRK-CONT-CLI-LIMITE.                              00008470
             IF WRK-EXPOSICAO-ATU > WRK-LIMITE-CLIENTE                  00008480
                 MOVE 'JA ACIMA - AUMENTA' TO WRK-DCR-SITUACAO          00008490
             ELSE                                                       00008500
                 MOVE 'PASSA DO LIMITE'    TO WRK-DCR-SITUACAO          00008510
             END-IF.                                                    00008520
             MOVE CLI-ID             TO WRK-DCR-CLI-ID.                 00008530
             MOVE CLI-NOME           TO WRK-DCR-NOME.                   00008540
             MOVE WRK-LIMITE-CLIENTE TO WRK-DCR-LIMITE.                 00008550
             MOVE WRK-SALDO-CLIENTE  TO WRK-DCR-SALDO.                  00008560
             MOVE WRK-TCL-PEDIDOS-ATU (WRK-IDX-CLI)                     00008570
                 TO WRK-DCR-PEDIDOS-ATU.                                00008580
             MOVE WRK-TCL-PEDIDOS-NOVO (WRK-IDX-CLI)                    00008590
                 TO WRK-DCR-PEDIDOS-NOVO.                               00008600
             WRITE REL-LINHA FROM WRK-DET-CREDITO.                      00008610
       0510-99-FIM.            EXIT.                                    00008620
      *---------------------------------------------------              00008630
       0600-APURAR-LISTA-SIMULADA         SECTION.                      00008640
      *    APURA O PRECO DE LISTA SIMULADO DO PRODUTO LIDO NO           00008650
      *    MASTER PELO CARTAO MAIS ESPECIFICO QUE O ALCANCA;            00008660
      *    SEM CARTAO, FICA O PRECO ATUAL                               00008670
      *---------------------------------------------------              00008680
             MOVE PRDM-PRECO-UNIT TO WRK-LISTA-SIMULADA.                00008690
             MOVE ZERO TO WRK-IDX-CEN-ACHADO.                           00008700
             MOVE ZERO TO WRK-NIVEL-ACHADO.                             00008710
             MOVE ZERO TO WRK-IDX-CEN.                                  00008720
             PERFORM 0610-CONFRONTAR-UM-CENARIO                         00008730
                 UNTIL WRK-IDX-CEN >= WRK-QTD-CENARIOS.                 00008740
             IF WRK-IDX-CEN-ACHADO EQUAL ZERO                           00008750
                 GO TO 0600-99-FIM                                      00008760
             END-IF.                                                    00008770
             EVALUATE TRUE                                              00008780
                 WHEN WRK-TCE-MODO (WRK-IDX-CEN-ACHADO) EQUAL '='       00008790
                     MOVE WRK-TCE-VALOR (WRK-IDX-CEN-ACHADO)            00008800
                         TO WRK-LISTA-SIMULADA                          00008810
                 WHEN WRK-TCE-SINAL (WRK-IDX-CEN-ACHADO) EQUAL '+'      00008820
                     COMPUTE WRK-LISTA-SIMULADA ROUNDED =               00008830
                         PRDM-PRECO-UNIT                                00008840
                         * (100 + WRK-TCE-VALOR (WRK-IDX-CEN-ACHADO))   00008850
                         / 100                                          00008860
                         ON SIZE ERROR                                  00008870
                             MOVE 9999999.99 TO WRK-LISTA-SIMULADA      00008880
                     END-COMPUTE                                        00008890
                 WHEN OTHER                                             00008900
                     COMPUTE WRK-LISTA-SIMULADA ROUNDED =               00008910
                         PRDM-PRECO-UNIT                                00008920
                         * (100 - WRK-TCE-VALOR (WRK-IDX-CEN-ACHADO))   00008930
                         / 100                                          00008940
             END-EVALUATE.                                              00008950
       0600-99-FIM.            EXIT.                                    00008960
      *---------------------------------------------------              00008970
       0610-CONFRONTAR-UM-CENARIO         SECTION.                      00008980
             ADD 1 TO WRK-IDX-CEN.                                      00008990
             MOVE ZERO TO WRK-NIVEL-CEN.                                00009000
             EVALUATE WRK-TCE-TIPO (WRK-IDX-CEN)                        00009010
                 WHEN 'P'                                               00009020
                     IF WRK-TCE-CHAVE (WRK-IDX-CEN)                     00009030
                         EQUAL PRDM-CODIGO                              00009040
                         MOVE 3 TO WRK-NIVEL-CEN                        00009050
                     END-IF                                             00009060
                 WHEN 'C'                                               00009070
                     IF WRK-TCE-CHAVE (WRK-IDX-CEN) (1:5)               00009080
                         EQUAL PRDM-CATEGORIA                           00009090
                         MOVE 2 TO WRK-NIVEL-CEN                        00009100
                     END-IF                                             00009110
                 WHEN OTHER                                             00009120
                     MOVE 1 TO WRK-NIVEL-CEN                            00009130
             END-EVALUATE.                                              00009140
             IF WRK-NIVEL-CEN > ZERO                                    00009150
                AND WRK-NIVEL-CEN NOT < WRK-NIVEL-ACHADO                00009160
                 MOVE WRK-NIVEL-CEN TO WRK-NIVEL-ACHADO                 00009170
                 MOVE WRK-IDX-CEN   TO WRK-IDX-CEN-ACHADO               00009180
             END-IF.                                                    00009190
      *---------------------------------------------------              00009200
       0620-PRECIFICAR-ATUAL-E-NOVO       SECTION.                      00009210
      *    PASSA A LINHA DUAS VEZES PELO SERVICO DE PRECIFICACAO        00009220
      *    (FR05CB96) - COM A LISTA ATUAL E COM A SIMULADA - PARA       00009230
      *    QUE CONTRATO E QUEBRA DE QUANTIDADE DO CLIENTE VALHAM        00009240
      *    NOS DOIS LADOS. CLIENTE E QUANTIDADE JA VEM MOVIDOS          00009250
      *---------------------------------------------------              00009260
             MOVE PRDM-CODIGO         TO CTP-CHK-CODIGO.                00009270
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00009280
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00009290
             MOVE ZEROS               TO CTP-CHK-PRECO-PROMO.           00009300
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00009310
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00009320
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-ATUAL.               00009330
             MOVE WRK-PRECO-ATUAL     TO WRK-PRECO-SIMULADO.            00009340
             IF WRK-LISTA-SIMULADA NOT EQUAL PRDM-PRECO-UNIT            00009350
                 MOVE WRK-LISTA-SIMULADA  TO CTP-CHK-PRECO-LISTA        00009360
                 CALL 'FR05CB96' USING CPCTP02-AREA                     00009370
                 MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-SIMULADO         00009380
             END-IF.                                                    00009390
             IF CTP-CHK-ERRO-ARQ                                        00009400
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00009410
                         ' - PRODUTO ' PRDM-CODIGO                      00009420
             END-IF.                                                    00009430
      *---------------------------------------------------              00009440
       0300-FINALIZAR                     SECTION.                      00009450
             MOVE WRK-CONT-NOTAS                                        00009460
                 TO WRK-STT-REGISTROS.                                  00009470
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00009480
             CLOSE NOTAHIST.                                            00009490
             CLOSE PEDIDOS.                                             00009500
             CLOSE PRODUTO-MASTER.                                      00009510
             CLOSE CLIENTE-MASTER.                                      00009520
             IF WRK-FS-PROMO NOT EQUAL '35'                             00009530
                 CLOSE PROMO-MASTER                                     00009540
             END-IF.                                                    00009550
             CLOSE RELSIMUL.                                            00009560
             DISPLAY '------------------'.                              00009570
             DISPLAY '  CARTOES DE CENARIO...: ' WRK-CONT-CARTOES.      00009580
             DISPLAY '  CARTOES REJEITADOS...: ' WRK-CONT-CART-REJ.     00009590
             DISPLAY '  LINHAS DE NOTA LIDAS.: ' WRK-CONT-NOTAS.        00009600
             DISPLAY '  LINHAS DO MES BASE...: ' WRK-CONT-LINHAS-MES.   00009610
             DISPLAY '  PRODUTO FORA MASTER..: ' WRK-CONT-FORA-MASTER.  00009620
             DISPLAY '  PEDIDOS ABERTOS......: ' WRK-CONT-PEDIDOS.      00009630
             DISPLAY '  PEDIDOS QUE MUDAM....: ' WRK-CONT-PED-MUDAM.    00009640
             DISPLAY '  PROTEGIDOS P/ PROMO..: ' WRK-CONT-PED-PROMO.    00009650
             DISPLAY '  CLIENTES ACIMA LIMITE: ' WRK-CONT-CLI-LIMITE.   00009660
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00009670
             PERFORM 9000-TRATA-ERROS.                                  00009680
      *---------------------------------------------------              00009690
       9000-TRATA-ERROS                   SECTION.                      00009700
      *---------------------------------------------------              00009710
             PERFORM 9050-GRAVAR-ERRLOG.                                00009720
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00009730
             STOP RUN.                                                  00009740
      *--------------------------------------------------------------   00009750
       9000-99-FIM.            EXIT.                                    00009760
      *--------------------------------------------------------------   00009770
