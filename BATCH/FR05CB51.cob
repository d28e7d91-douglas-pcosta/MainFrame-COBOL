      *                         (BOR-DATA-ENTRADA) PASSA A SER          00000910
      *                         DATADA COM A DATA DE NEGOCIO, COMO      00000920
      *                         OS DEMAIS CARIMBOS DA NOITE             00000930
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: A             00000940
      *                         ENTRADA DA CARTEIRA PASSA A SER DA      00000950
      *                         LINHA DO PEDIDO (BOR-PED-ITEM) E A      00000960
      *                         LINHA LIBERADA SAI NUMA NOTA PROPRIA    00000970
      *                         DE UM ITEM; HISTORICO DE NOTAS          00000980
      *                         CHAVEADO POR NOTA + ITEM (NFH-CHAVE)    00000990
      *     15/10/2026  IVS     HISTORICO DA NOTA GRAVA A REGRA         00001000
      *                         DE PRECO E O PRECO DE LISTA DA          00001010
      *                         LINHA DO PEDIDO                         00001020
      *     15/10/2026  IVS     A NOTA LIBERADA TAMBEM COBRA O          00001030
      *                         FRETE DA ZONA DO ENDERECO DO            00001040
      *                         CLIENTE (CPFRT01), COMO NA              00001050
      *                         FR05CB26 - LINHA DE FRETE NA NOTA,      00001060
      *                         FRETE NO TITULO, NA EXPOSICAO E NO      00001070
      *                         HISTORICO DA NOTA (NFH-VALOR-FRETE)     00001080
      *     15/10/2026  IVS     TITULO POR PARCELA DA CONDICAO          00001090
      *                         DE PAGAMENTO (CPCPG01) DO PEDIDO        00001100
      *                         OU DO CLIENTE, COMO NA FR05CB26 -       00001110
      *                         CABECALHO DO PEDIDO (CPPDC01)           00001120
      *                         PASSA A SER LIDO PARA A CONDICAO        00001130
      *                         INFORMADA NO PEDIDO; CHAVE DO           00001140
      *                         CONTAS A RECEBER PASSA A SER            00001150
      *                         NOTA + PARCELA (REC-CHAVE)              00001160
      *     15/10/2026  IVS     TITULO POSTADO COMO TITULO              00001170
      *                         NORMAL, COM MULTA E JUROS               00001180
      *                         RECEBIDOS ZERADOS (CPREC01)             00001190
      *     15/10/2026  IVS     NOTA FISCAL ELETRONICA: A NOTA          00001200
      *                         LIBERADA SAI TAMBEM NO ARQUIVO DA       00001210
      *                         NF-E (//ARQNFE, CPNFE01), NA            00001220
      *                         GERACAO DO FATURAMENTO, COM O           00001230
      *                         ENDERECO DO CLIENTE, O ITEM COM A       00001240
      *                         UNIDADE DE VENDA (CPCNV01) E O          00001250
      *                         IMPOSTO E O TOTAL; O HISTORICO          00001260
      *                         GRAVA A NOTA COMO PENDENTE DE           00001270
      *                         AUTORIZACAO (NFH-SIT-NFE)               00001280
      *     15/10/2026  IVS     A LINHA DO HISTORICO DE NOTAS GRAVA     00001290
      *                         UF, CATEGORIA, BASE, ALIQUOTA E         00001300
      *                         IMPOSTO PARA O LIVRO DE SAIDAS          00001310
      *     15/10/2026  IVS     LINHA DA NOTA NASCE SEM SITUACAO DE     00001320
      *                         CANCELAMENTO (NFH-SITUACAO EM           00001330
      *                         BRANCO) - O CANCELAMENTO NO DIA DA      00001340
      *                         EMISSAO E FEITO PELA FR06CB17           00001350
      *     15/10/2026  IVS     AS NOTAS LIBERADAS SAO SOMADAS NA       00001360
      *                         GERACAO DA NF-E NO MANIFESTO DAS        00001370
      *                         INTERFACES DE SAIDA (FR06CB34,          00001380
      *                         //ARQMNF), PARA A LIBERACAO (FR06CB35)  00001390
      *     15/10/2026  IVS     CABECALHO DO PEDIDO (CPPDC01) PASSA A   00001400
      *                         SER ATUALIZADO NA QUEBRA DE PEDIDO,     00001410
      *                         COMO NO FATURAMENTO: SITUACAO PELAS     00001420
      *                         LINHAS, NUMERO E DATA DA ULTIMA NOTA    00001430
      *                         LIBERADA - PEDIDO-CABEC ABERTO EM I-O   00001440
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00001450
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00001460
      *                         HISTORICO DA NOTA, LIVRO, TITULO E      00001470
      *                         VENDAS SAO LANCADOS NO PRIMEIRO         00001480
      *                         PERIODO ABERTO SEGUINTE E CADA NOTA     00001490
      *                         VAI PARA O ARQUIVO DE DESVIOS           00001500
      *                         (CPDSV01); EM FECHAMENTO A LINHA NAO    00001510
      *                         E LIBERADA E SEGUE NA CARTEIRA          00001520
      *     15/10/2026  IVS     LINHA DO ITEM DA NOTA IMPRESSA PASSA    00001530
      *                         A MOSTRAR A UNIDADE DE VENDA (CPCNV01), 00001540
      *                         COMO NA FR05CB26                        00001550
      *=======================================================*         00001560
                                                                        00001570
      *=======================================================*         00001580
       ENVIRONMENT                               DIVISION.              00001590
      *=======================================================*         00001600
       INPUT-OUTPUT                              SECTION.               00001610
       FILE-CONTROL.                                                    00001620
             SELECT BACKORDER-ENT ASSIGN TO ARQBOR                      00001630
                FILE STATUS  IS WRK-FS-BORENT.                          00001640
                                                                        00001650
             SELECT BACKORDER-SAI ASSIGN TO ARQBORS                     00001660
                FILE STATUS  IS WRK-FS-BORSAI.                          00001670
                                                                        00001680
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00001690
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00001700
                                                                        00001710
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00001720
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00001730
                                                                        00001740
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00001750
                ORGANIZATION IS INDEXED                                 00001760
                ACCESS MODE  IS DYNAMIC                                 00001770
                RECORD KEY   IS PRDM-CODIGO                             00001780
                FILE STATUS  IS WRK-FS-PRDM.                            00001790
                                                                        00001800
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00001810
                ORGANIZATION IS INDEXED                                 00001820
                ACCESS MODE  IS DYNAMIC                                 00001830
                RECORD KEY   IS CLI-ID                                  00001840
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001850
                                                                        00001860
             SELECT CONTASREC ASSIGN TO ARQREC                          00001870
                ORGANIZATION IS INDEXED                                 00001880
                ACCESS MODE  IS DYNAMIC                                 00001890
                RECORD KEY   IS REC-CHAVE                               00001900
                FILE STATUS  IS WRK-FS-CONTASREC.                       00001910
                                                                        00001920
             SELECT VENDHIST ASSIGN TO ARQVDH                           00001930
                ORGANIZATION IS INDEXED                                 00001940
                ACCESS MODE  IS DYNAMIC                                 00001950
                RECORD KEY   IS VDH-CHAVE                               00001960
                FILE STATUS  IS WRK-FS-VENDHIST.                        00001970
                                                                        00001980
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00001990
                ORGANIZATION IS INDEXED                                 00002000
                ACCESS MODE  IS DYNAMIC                                 00002010
                RECORD KEY   IS NFH-CHAVE                               00002020
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00002030
                                                                        00002040
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00002050
                ORGANIZATION IS INDEXED                                 00002060
                ACCESS MODE  IS DYNAMIC                                 00002070
                RECORD KEY   IS CAL-DATA                                00002080
                FILE STATUS  IS WRK-FS-CALEND.                          00002090
                                                                        00002100
             SELECT SALDOS   ASSIGN TO ARQSLD                           00002110
                ORGANIZATION IS INDEXED                                 00002120
                ACCESS MODE  IS DYNAMIC                                 00002130
                RECORD KEY   IS SLD-CHAVE                               00002140
                FILE STATUS  IS WRK-FS-SALDOS.                          00002150
                                                                        00002160
             SELECT PICKENT  ASSIGN TO ARQPIC                           00002170
                FILE STATUS  IS WRK-FS-PICKENT.                         00002180
                                                                        00002190
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00002200
                ORGANIZATION IS INDEXED                                 00002210
                ACCESS MODE  IS DYNAMIC                                 00002220
                RECORD KEY   IS END-CLI-ID                              00002230
                FILE STATUS  IS WRK-FS-ENDERECO.                        00002240
                                                                        00002250
             SELECT TAXA-MASTER ASSIGN TO ARQTAX                        00002260
                ORGANIZATION IS INDEXED                                 00002270
                ACCESS MODE  IS DYNAMIC                                 00002280
                RECORD KEY   IS TAX-CHAVE                               00002290
                FILE STATUS  IS WRK-FS-TAXA.                            00002300
                                                                        00002310
             SELECT FRETE-MASTER ASSIGN TO ARQFRT                       00002320
                ORGANIZATION IS INDEXED                                 00002330
                ACCESS MODE  IS DYNAMIC                                 00002340
                RECORD KEY   IS FRT-CHAVE                               00002350
                FILE STATUS  IS WRK-FS-FRETE.                           00002360
                                                                        00002370
             SELECT CONDPAG-MASTER ASSIGN TO ARQCPG                     00002380
                ORGANIZATION IS INDEXED                                 00002390
                ACCESS MODE  IS DYNAMIC                                 00002400
                RECORD KEY   IS CPG-CODIGO                              00002410
                FILE STATUS  IS WRK-FS-CONDPAG.                         00002420
                                                                        00002430
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00002440
                ORGANIZATION IS INDEXED                                 00002450
                ACCESS MODE  IS DYNAMIC                                 00002460
                RECORD KEY   IS PDC-NUMERO                              00002470
                FILE STATUS  IS WRK-FS-PEDCAB.                          00002480
                                                                        00002490
             SELECT PERIODO  ASSIGN TO ARQPER                           00002500
                ORGANIZATION IS INDEXED                                 00002510
                ACCESS MODE  IS DYNAMIC                                 00002520
                RECORD KEY   IS PER-ANOMES                              00002530
                FILE STATUS  IS WRK-FS-PERIODO.                         00002540
                                                                        00002550
             SELECT DESVIO   ASSIGN TO ARQDSV                           00002560
                FILE STATUS  IS WRK-FS-DESVIO.                          00002570
                                                                        00002580
             SELECT RELNOTA  ASSIGN TO ARQRPT                           00002590
                FILE STATUS  IS WRK-FS-RELNOTA.                         00002600
                                                                        00002610
             SELECT CONTROLE ASSIGN TO ARQCTL                           00002620
                FILE STATUS  IS WRK-FS-CONTROLE.                        00002630
                                                                        00002640
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00002650
                ORGANIZATION IS INDEXED                                 00002660
                ACCESS MODE  IS DYNAMIC                                 00002670
                RECORD KEY   IS CNV-CODIGO                              00002680
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00002690
                                                                        00002700
             SELECT NFE-SAIDA ASSIGN TO ARQNFE                          00002710
                FILE STATUS  IS WRK-FS-NFE.                             00002720
                                                                        00002730
             SELECT ERRLOG   ASSIGN TO ARQERR                           00002740
                FILE STATUS  IS WRK-FS-ERRLOG.                          00002750
                                                                        00002760
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00002770
                FILE STATUS  IS WRK-FS-ESTATIS.                         00002780
      *=======================================================*         00002790
       DATA                                      DIVISION.              00002800
      *=======================================================*         00002810
       FILE                                      SECTION.               00002820
       FD BACKORDER-ENT                                                 00002830
           RECORDING MODE IS F                                          00002840
           BLOCK CONTAINS 0 RECORDS.                                    00002850
       01 BORENT-REGISTRO              PIC X(43).                       00002860
                                                                        00002870
       FD BACKORDER-SAI                                                 00002880
           RECORDING MODE IS F                                          00002890
           BLOCK CONTAINS 0 RECORDS.                                    00002900
           COPY CPBOR01.                                                00002910
                                                                        00002920
       FD LIVROMOV                                                      00002930
           RECORDING MODE IS F                                          00002940
           BLOCK CONTAINS 0 RECORDS.                                    00002950
           COPY CPMOV02.                                                00002960
                                                                        00002970
       FD PEDIDOS                                                       00002980
           RECORDING MODE IS F                                          00002990
           BLOCK CONTAINS 0 RECORDS.                                    00003000
           COPY CPPED01.                                                00003010
                                                                        00003020
       FD PRODUTO-MASTER.                                               00003030
           COPY CPPRDM01.                                               00003040
                                                                        00003050
       FD CLIENTE-MASTER.                                               00003060
           COPY CPCLIE01.                                               00003070
                                                                        00003080
       FD CONTASREC.                                                    00003090
           COPY CPREC01.                                                00003100
                                                                        00003110
       FD VENDHIST.                                                     00003120
           COPY CPVDH01.                                                00003130
                                                                        00003140
       FD NOTAHIST.                                                     00003150
           COPY CPNFH01.                                                00003160
                                                                        00003170
       FD CALENDARIO.                                                   00003180
           COPY CPCAL01.                                                00003190
                                                                        00003200
       FD SALDOS.                                                       00003210
           COPY CPSLD01.                                                00003220
                                                                        00003230
       FD PICKENT                                                       00003240
           RECORDING MODE IS F                                          00003250
           BLOCK CONTAINS 0 RECORDS.                                    00003260
           COPY CPPIC01.                                                00003270
                                                                        00003280
       FD ENDERECO-MASTER.                                              00003290
           COPY CPEND01.                                                00003300
                                                                        00003310
       FD TAXA-MASTER.                                                  00003320
           COPY CPTAX01.                                                00003330
                                                                        00003340
       FD FRETE-MASTER.                                                 00003350
           COPY CPFRT01.                                                00003360
                                                                        00003370
       FD CONDPAG-MASTER.                                               00003380
           COPY CPCPG01.                                                00003390
                                                                        00003400
       FD PEDIDO-CABEC.                                                 00003410
           COPY CPPDC01.                                                00003420
                                                                        00003430
       FD PERIODO.                                                      00003440
           COPY CPPER01.                                                00003450
                                                                        00003460
       FD DESVIO                                                        00003470
           RECORDING MODE IS F                                          00003480
           BLOCK CONTAINS 0 RECORDS.                                    00003490
           COPY CPDSV01.                                                00003500
                                                                        00003510
       FD RELNOTA                                                       00003520
           RECORDING MODE IS F                                          00003530
           BLOCK CONTAINS 0 RECORDS.                                    00003540
       01 REL-LINHA                    PIC X(132).                      00003550
                                                                        00003560
       FD CONTROLE                                                      00003570
           RECORDING MODE IS F                                          00003580
           BLOCK CONTAINS 0 RECORDS.                                    00003590
           COPY CPCTRL01.                                               00003600
                                                                        00003610
       FD CONVERSAO.                                                    00003620
           COPY CPCNV01.                                                00003630
                                                                        00003640
       FD NFE-SAIDA                                                     00003650
           RECORDING MODE IS F                                          00003660
           BLOCK CONTAINS 0 RECORDS.                                    00003670
           COPY CPNFE01.                                                00003680
                                                                        00003690
       FD ERRLOG.                                                       00003700
           COPY CPERRL01.                                               00003710
                                                                        00003720
       FD ESTATIS                                                       00003730
           RECORDING MODE IS F                                          00003740
           BLOCK CONTAINS 0 RECORDS.                                    00003750
           COPY CPSTA01.                                                00003760
      *---------------------------------------------------              00003770
       WORKING-STORAGE                           SECTION.               00003780
      *---------------------------------------------------              00003790
       77 WRK-FS-BORENT       PIC X(02) VALUE SPACES.                   00003800
       77 WRK-FS-BORSAI       PIC X(02) VALUE SPACES.                   00003810
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00003820
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00003830
       77 WRK-SALDO-ANTERIOR  PIC 9(07) VALUE ZERO.                     00003840
       01 WRK-DOC-NOTA.                                                 00003850
          05 FILLER                 PIC X(02) VALUE 'NF'.               00003860
          05 WRK-DOC-NF-NUMERO      PIC 9(05).                          00003870
          05 FILLER                 PIC X(03) VALUE SPACES.             00003880
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00003890
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00003900
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00003910
       77 WRK-FS-RELNOTA      PIC X(02) VALUE SPACES.                   00003920
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00003930
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00003940
       77 WRK-FS-NOTAHIST    PIC X(02) VALUE SPACES.                    00003950
       77 WRK-FS-VENDHIST    PIC X(02) VALUE SPACES.                    00003960
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00003970
       77 WRK-FS-TAXA         PIC X(02) VALUE SPACES.                   00003980
       77 WRK-UF-CLIENTE      PIC X(02) VALUE SPACES.                   00003990
       77 WRK-ALIQUOTA-NOTA   PIC 9(02)V99 VALUE ZEROS.                 00004000
       77 WRK-VALOR-IMPOSTO   PIC 9(09)V99 COMP-3 VALUE ZERO.           00004010
       77 WRK-TOTAL-IMPOSTO   PIC 9(13)V99 COMP-3 VALUE ZERO.           00004020
       77 WRK-FS-FRETE        PIC X(02) VALUE SPACES.                   00004030
       77 WRK-FS-CONDPAG      PIC X(02) VALUE SPACES.                   00004040
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00004050
       77 WRK-FS-VARREDURA    PIC X(02) VALUE SPACES.                   00004060
       77 WRK-VALOR-FRETE     PIC 9(07)V99 COMP-3 VALUE ZERO.           00004070
       77 WRK-CONT-SEM-ZONA   PIC 9(09) COMP VALUE ZERO.                00004080
       77 WRK-TOTAL-FRETE     PIC 9(11)V99 COMP-3 VALUE ZERO.           00004090
       77 WRK-FS-CONVERSAO    PIC X(02) VALUE SPACES.                   00004100
       77 WRK-FS-NFE          PIC X(02) VALUE SPACES.                   00004110
       77 WRK-CONT-NFE        PIC 9(09) COMP VALUE ZERO.                00004120
       77 WRK-HASH-NFE        PIC 9(13)V99 COMP-3 VALUE ZERO.           00004130
      *---------------------------------------------------              00004140
      *    QUEBRA POR PEDIDO - SITUACAO DAS LINHAS PARA O               00004150
      *    CABECALHO DO PEDIDO (CPPDC01), COMO NO FATURAMENTO           00004160
      *---------------------------------------------------              00004170
       77 WRK-PED-CORRENTE    PIC 9(05) VALUE ZEROS.                    00004180
       77 WRK-PED-NOTA        PIC 9(05) VALUE ZEROS.                    00004190
       77 WRK-PED-LIN-FATUR   PIC 9(03) COMP VALUE ZERO.                00004200
       77 WRK-PED-LIN-BACKORD PIC 9(03) COMP VALUE ZERO.                00004210
       77 WRK-PED-LIN-ABERTAS PIC 9(03) COMP VALUE ZERO.                00004220
       77 WRK-PED-LIN-LIBERAD PIC 9(03) COMP VALUE ZERO.                00004230
      *---------------------------------------------------              00004240
      *    ZONA DE FRETE DO ENDERECO DO CLIENTE (CPFRT01)               00004250
      *---------------------------------------------------              00004260
       01 WRK-SW-ZONA.                                                  00004270
          05 WRK-SW-ZONA-IND         PIC X(01) VALUE 'N'.               00004280
             88 WRK-ZONA-ACHADA            VALUE 'S'.                   00004290
             88 WRK-ZONA-AUSENTE           VALUE 'N'.                   00004300
       01 WRK-ZONA-FRETE.                                               00004310
          05 WRK-ZON-UF          PIC X(02).                             00004320
          05 WRK-ZON-CEP         PIC 9(08).                             00004330
          05 WRK-ZON-CEP-INICIO  PIC 9(08).                             00004340
          05 WRK-ZON-CEP-FIM     PIC 9(08).                             00004350
          05 WRK-ZON-PERC        PIC 9(02)V99.                          00004360
          05 WRK-ZON-MINIMO      PIC 9(07)V99 COMP-3.                   00004370
          05 WRK-ZON-LIMITE      PIC 9(09)V99 COMP-3.                   00004380
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00004390
       77 WRK-FS-PICKENT      PIC X(02) VALUE SPACES.                   00004400
       77 WRK-CONT-FORA-PICK  PIC 9(09) COMP VALUE ZERO.                00004410
       01 WRK-SW-SALDO-DEP.                                             00004420
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00004430
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00004440
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00004450
       01 WRK-SW-PICKING.                                               00004460
          05 WRK-SW-PICKING-IND      PIC X(01) VALUE 'N'.               00004470
             88 WRK-PICKING-LIGADO         VALUE 'S'.                   00004480
             88 WRK-PICKING-DESLIGADO      VALUE 'N'.                   00004490
       77 WRK-MAX-PICK        PIC 9(04) COMP VALUE 2000.                00004500
       77 WRK-QTD-PICK        PIC 9(04) COMP VALUE ZERO.                00004510
       77 WRK-IDX-PICK        PIC 9(04) COMP VALUE ZERO.                00004520
       77 WRK-IDX-PICK-ACH    PIC 9(04) COMP VALUE ZERO.                00004530
       01 WRK-TABELA-PICK.                                              00004540
          05 WRK-ENT-PICK OCCURS 2000 TIMES.                            00004550
             10 WRK-PIK-NUMERO        PIC 9(05).                        00004560
       77 WRK-VALOR-BRUTO     PIC 9(09)V99 COMP-3 VALUE ZERO.           00004570
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00004580
       77 WRK-CONT-CARTEIRA   PIC 9(09) COMP VALUE ZERO.                00004590
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00004600
       77 WRK-CONT-LIBERADOS  PIC 9(09) COMP VALUE ZERO.                00004610
       77 WRK-CONT-RETIDOS    PIC 9(09) COMP VALUE ZERO.                00004620
       77 WRK-NOME-CLIENTE    PIC X(30) VALUE SPACES.                   00004630
       01 WRK-SW-CLIENTE.                                               00004640
          05 WRK-SW-CLIENTE-IND      PIC X(01) VALUE 'N'.               00004650
             88 WRK-CLIENTE-ACHADO         VALUE 'S'.                   00004660
             88 WRK-CLIENTE-AUSENTE        VALUE 'N'.                   00004670
       01 WRK-SW-LIBERAVEL.                                             00004680
          05 WRK-SW-LIBERAVEL-IND    PIC X(01) VALUE 'S'.               00004690
             88 WRK-PEDIDO-LIBERAVEL       VALUE 'S'.                   00004700
             88 WRK-PEDIDO-RETIDO          VALUE 'N'.                   00004710
      *---------------------------------------------------              00004720
      *    CARTEIRA DE BACKORDER CARREGADA EM MEMORIA - A ORDEM         00004730
      *    DA TABELA E A ORDEM CRONOLOGICA DO ARQUIVO, QUE E A          00004740
      *    PRIORIDADE DE LIBERACAO (MAIS ANTIGO PRIMEIRO)               00004750
      *---------------------------------------------------              00004760
       77 WRK-MAX-CARTEIRA    PIC 9(05) COMP VALUE 5000.                00004770
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00004780
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00004790
       01 WRK-TABELA-CARTEIRA.                                          00004800
          05 WRK-ENT-CARTEIRA OCCURS 5000 TIMES.                        00004810
             10 WRK-CAR-IMAGEM        PIC X(43).                        00004820
             10 WRK-CAR-IMAGEM-VIS REDEFINES WRK-CAR-IMAGEM.            00004830
                15 WRK-CAR-PED-NUMERO     PIC 9(05).                    00004840
                15 WRK-CAR-CLI-ID         PIC 9(05).                    00004850
                15 WRK-CAR-CODIGO         PIC 9(08).                    00004860
                15 WRK-CAR-QTD-PEDIDA     PIC 9(07).                    00004870
                15 WRK-CAR-QTD-FALTA      PIC 9(07).                    00004880
                15 WRK-CAR-DATA-ENTRADA   PIC 9(08).                    00004890
                15 WRK-CAR-PED-ITEM       PIC 9(03).                    00004900
             10 WRK-CAR-SITUACAO      PIC X(01).                        00004910
                88 WRK-CAR-AGUARDANDO          VALUE 'A'.               00004920
                88 WRK-CAR-LIBERADO            VALUE 'L'.               00004930
      *---------------------------------------------------              00004940
      *    DATA DO SISTEMA PARA O CABECALHO DAS NOTAS                   00004950
      *---------------------------------------------------              00004960
       01 WRK-DATA-SISTEMA.                                             00004970
          05 WRK-DT-ANO          PIC 9(04).                             00004980
          05 WRK-DT-MES          PIC 9(02).                             00004990
          05 WRK-DT-DIA          PIC 9(02).                             00005000
      *---------------------------------------------------              00005010
      *    LINHAS DA NOTA IMPRESSA - MESMO LAYOUT DA FR05CB26           00005020
      *---------------------------------------------------              00005030
       01 WRK-NOTA-SEPARA.                                              00005040
          05 FILLER PIC X(50) VALUE ALL '='.                            00005050
                                                                        00005060
       01 WRK-NOTA-CABEC.                                               00005070
          05 FILLER               PIC X(13) VALUE 'NOTA FISCAL: '.      00005080
          05 WRK-NOTA-NUMERO      PIC 9(05).                            00005090
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00005100
          05 WRK-NOTA-DIA         PIC 9(02).                            00005110
          05 FILLER               PIC X(01) VALUE '/'.                  00005120
          05 WRK-NOTA-MES         PIC 9(02).                            00005130
          05 FILLER               PIC X(01) VALUE '/'.                  00005140
          05 WRK-NOTA-ANO         PIC 9(04).                            00005150
                                                                        00005160
       01 WRK-NOTA-CLIENTE.                                             00005170
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00005180
          05 WRK-NOTA-CLI-ID      PIC 9(05).                            00005190
          05 FILLER               PIC X(03) VALUE ' - '.                00005200
          05 WRK-NOTA-CLI-NOME    PIC X(30).                            00005210
                                                                        00005220
       01 WRK-NOTA-ITEM.                                                00005230
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00005240
          05 WRK-NOTA-CODIGO      PIC 9(08).                            00005250
          05 FILLER               PIC X(06) VALUE '  QTD '.             00005260
          05 WRK-NOTA-QTD         PIC Z(6)9.                            00005270
          05 FILLER               PIC X(01) VALUE SPACE.                00005280
          05 WRK-NOTA-UNID        PIC X(03).                            00005290
          05 FILLER               PIC X(09) VALUE '  PRECO  '.          00005300
          05 WRK-NOTA-PRECO       PIC Z(6)9.99.                         00005310
          05 FILLER               PIC X(09) VALUE '  TOTAL  '.          00005320
          05 WRK-NOTA-TOTAL       PIC Z(8)9.99.                         00005330
                                                                        00005340
       01 WRK-NOTA-IMPOSTO.                                             00005350
          05 FILLER               PIC X(09) VALUE 'LIQUIDO: '.          00005360
          05 WRK-IMP-LIQUIDO      PIC Z(8)9.99.                         00005370
          05 FILLER               PIC X(11) VALUE '  IMPOSTO ('.        00005380
          05 WRK-IMP-ALIQUOTA     PIC Z9.99.                            00005390
          05 FILLER               PIC X(04) VALUE '%): '.               00005400
          05 WRK-IMP-VALOR        PIC Z(8)9.99.                         00005410
          05 FILLER               PIC X(09) VALUE '  BRUTO: '.          00005420
          05 WRK-IMP-BRUTO        PIC Z(8)9.99.                         00005430
                                                                        00005440
       01 WRK-NOTA-FRETE.                                               00005450
          05 FILLER               PIC X(09) VALUE 'FRETE:   '.          00005460
          05 WRK-FRE-VALOR        PIC Z(8)9.99.                         00005470
          05 FILLER               PIC X(02) VALUE SPACES.               00005480
          05 WRK-FRE-OBS          PIC X(40).                            00005490
                                                                        00005500
       01 WRK-LINHA-RETIDO.                                             00005510
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00005520
          05 WRK-RET-NUMERO       PIC 9(05).                            00005530
          05 FILLER               PIC X(26) VALUE                       00005540
             ' SEGUE EM BACKORDER DESDE '.                              00005550
          05 WRK-RET-DIA          PIC 9(02).                            00005560
          05 FILLER               PIC X(01) VALUE '/'.                  00005570
          05 WRK-RET-MES          PIC 9(02).                            00005580
          05 FILLER               PIC X(01) VALUE '/'.                  00005590
          05 WRK-RET-ANO          PIC 9(04).                            00005600
          05 FILLER               PIC X(08) VALUE ' FALTA: '.           00005610
          05 WRK-RET-FALTA        PIC Z(6)9.                            00005620
       01 WRK-DATA-ENTRADA-VIS.                                         00005630
          05 WRK-ENT-ANO          PIC 9(04).                            00005640
          05 WRK-ENT-MES          PIC 9(02).                            00005650
          05 WRK-ENT-DIA          PIC 9(02).                            00005660
       COPY CPCAB01.                                                    00005670
       COPY CPERR01.                                                    00005680
       COPY CPDTA01.                                                    00005690
       COPY CPSTT01.                                                    00005700
       COPY CPSRV01.                                                    00005710
       COPY CPMNF02.                                                    00005720
       COPY CPPER02.                                                    00005730
      *---------------------------------------------------              00005740
      *    VENCIMENTO DO TITULO DE CONTAS A RECEBER - DATA DE           00005750
      *    NEGOCIO DA EMISSAO MAIS OS MESES DA PARCELA, COM O DIA       00005760
      *    TRAVADO NO ULTIMO DIA DO MES DE DESTINO                      00005770
      *---------------------------------------------------              00005780
       01 WRK-DATA-VENCIMENTO.                                          00005790
          05 WRK-VENC-ANO        PIC 9(04).                             00005800
          05 WRK-VENC-MES        PIC 9(02).                             00005810
          05 WRK-VENC-DIA        PIC 9(02).                             00005820
       77 WRK-VENC-ULT-DIA      PIC 9(02) VALUE ZERO.                   00005830
       77 WRK-VENC-QUOC         PIC 9(04) COMP VALUE ZERO.              00005840
       77 WRK-VENC-RESTO        PIC 9(01) COMP VALUE ZERO.              00005850
       77 WRK-VENC-MESES-TOT    PIC 9(03) COMP VALUE ZERO.              00005860
       77 WRK-VENC-ANOS         PIC 9(02) COMP VALUE ZERO.              00005870
       77 WRK-VENC-MES-NOVO     PIC 9(02) COMP VALUE ZERO.              00005880
      *---------------------------------------------------              00005890
      *    PARCELAMENTO DO TITULO PELA CONDICAO DE PAGAMENTO DO         00005900
      *    PEDIDO OU DO CLIENTE (CPCPG01) - SEM CONDICAO, PARCELA       00005910
      *    UNICA DE 100% EM UM MES                                      00005920
      *---------------------------------------------------              00005930
       77 WRK-COND-PAGTO        PIC X(03) VALUE SPACES.                 00005940
       77 WRK-PARC-QTD          PIC 9(02) VALUE ZERO.                   00005950
       77 WRK-PARC-IDX          PIC 9(02) COMP VALUE ZERO.              00005960
       77 WRK-PARC-TOTAL        PIC 9(09)V99 COMP-3 VALUE ZERO.         00005970
       77 WRK-PARC-ACUMULADO    PIC 9(09)V99 COMP-3 VALUE ZERO.         00005980
       01 WRK-COND-PARCELAS.                                            00005990
          05 WRK-CPA-PARCELA     OCCURS 08 TIMES.                       00006000
             10 WRK-CPA-MESES    PIC 9(02).                             00006010
             10 WRK-CPA-PERC     PIC 9(03)V99.                          00006020
      *=========================================*                       00006030
       PROCEDURE DIVISION.                                              00006040
      *=========================================*                       00006050
                                                                        00006060
      *---------------------------------------------------              00006070
       0000-PRINCIPAL                     SECTION.                      00006080
      *---------------------------------------------------              00006090
             PERFORM 0100-INICIAR.                                      00006100
             PERFORM 0200-PROCESSAR                                     00006110
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00006120
             PERFORM 0300-FINALIZAR.                                    00006130
      *---------------------------------------------------              00006140
       0000-99-FIM.            EXIT.                                    00006150
      *---------------------------------------------------              00006160
                                                                        00006170
       0100-INICIAR                       SECTION.                      00006180
             MOVE 'FR05CB51' TO WRK-CAB-PROGRAMA.                       00006190
             PERFORM 0101-CABECALHO-PADRAO.                             00006200
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00006210
             PERFORM 0131-INICIAR-ESTATISTICA.                          00006220
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00006230
             PERFORM 0970-CONFERIR-PERIODO.                             00006240
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                00006250
             OPEN INPUT BACKORDER-ENT.                                  00006260
             OPEN I-O PEDIDOS.                                          00006270
             OPEN I-O PRODUTO-MASTER.                                   00006280
             OPEN I-O CLIENTE-MASTER.                                   00006290
             OPEN OUTPUT BACKORDER-SAI.                                 00006300
             OPEN OUTPUT RELNOTA.                                       00006310
             OPEN OUTPUT CONTROLE.                                      00006320
             PERFORM 0108-ABRIR-CONTASREC.                              00006330
             PERFORM 0115-ABRIR-LIVROMOV.                               00006340
             PERFORM 0111-ABRIR-NOTAHIST.                               00006350
             PERFORM 0112-ABRIR-VENDHIST.                               00006360
             OPEN INPUT ENDERECO-MASTER.                                00006370
             PERFORM 0113-ABRIR-TAXAS.                                  00006380
             PERFORM 0114-ABRIR-FRETE.                                  00006390
             PERFORM 0116-ABRIR-CONDPAG.                                00006400
             PERFORM 0119-ABRIR-SALDOS.                                 00006410
             PERFORM 0121-ABRIR-CONVERSAO.                              00006420
             PERFORM 0109-ABRIR-NFE.                                    00006430
             PERFORM 0973-ABRIR-DESVIO.                                 00006440
             PERFORM 0117-CARREGAR-PICKING.                             00006450
             PERFORM 0110-TESTAR-STATUS.                                00006460
             PERFORM 0120-CARREGAR-CARTEIRA                             00006470
                 UNTIL WRK-FS-BORENT EQUAL '10'.                        00006480
             CLOSE BACKORDER-ENT.                                       00006490
      *---------------------------------------------------              00006500
       0100-99-FIM.            EXIT.                                    00006510
      *---------------------------------------------------              00006520
           COPY CPCAB02.                                                00006530
           COPY CPERR02.                                                00006540
           COPY CPDTA02.                                                00006550
           COPY CPSTT02.                                                00006560
           COPY CPPER03.                                                00006570
      *---------------------------------------------------              00006580
       0108-ABRIR-CONTASREC               SECTION.                      00006590
      *    ABRE O MASTER DE CONTAS A RECEBER, CRIANDO-O NA              00006600
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00006610
      *---------------------------------------------------              00006620
             OPEN I-O CONTASREC.                                        00006630
             IF WRK-FS-CONTASREC EQUAL '35'                             00006640
                 OPEN OUTPUT CONTASREC                                  00006650
                 CLOSE CONTASREC                                        00006660
                 OPEN I-O CONTASREC                                     00006670
             END-IF.                                                    00006680
      *---------------------------------------------------              00006690
       0111-ABRIR-NOTAHIST                SECTION.                      00006700
      *    ABRE O HISTORICO DE NOTAS FISCAIS, CRIANDO-O NA              00006710
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00006720
      *---------------------------------------------------              00006730
             OPEN I-O NOTAHIST.                                         00006740
             IF WRK-FS-NOTAHIST EQUAL '35'                              00006750
                 OPEN OUTPUT NOTAHIST                                   00006760
                 CLOSE NOTAHIST                                         00006770
                 OPEN I-O NOTAHIST                                      00006780
             END-IF.                                                    00006790
      *---------------------------------------------------              00006800
       0112-ABRIR-VENDHIST                SECTION.                      00006810
      *    ABRE O HISTORICO DE VENDAS, CRIANDO-O NA PRIMEIRA            00006820
      *    EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)              00006830
      *---------------------------------------------------              00006840
             OPEN I-O VENDHIST.                                         00006850
             IF WRK-FS-VENDHIST EQUAL '35'                              00006860
                 OPEN OUTPUT VENDHIST                                   00006870
                 CLOSE VENDHIST                                         00006880
                 OPEN I-O VENDHIST                                      00006890
             END-IF.                                                    00006900
      *---------------------------------------------------              00006910
       0115-ABRIR-LIVROMOV                SECTION.                      00006920
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00006930
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00006940
      *---------------------------------------------------              00006950
             OPEN EXTEND LIVROMOV.                                      00006960
             IF WRK-FS-LIVROMOV EQUAL '35'                              00006970
                 OPEN OUTPUT LIVROMOV                                   00006980
                 CLOSE LIVROMOV                                         00006990
                 OPEN EXTEND LIVROMOV                                   00007000
             END-IF.                                                    00007010
      *---------------------------------------------------              00007020
       0119-ABRIR-SALDOS                  SECTION.                      00007030
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00007040
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00007050
      *---------------------------------------------------              00007060
             OPEN I-O SALDOS.                                           00007070
             IF WRK-FS-SALDOS EQUAL '35'                                00007080
                 OPEN OUTPUT SALDOS                                     00007090
                 CLOSE SALDOS                                           00007100
                 OPEN I-O SALDOS                                        00007110
             END-IF.                                                    00007120
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00007130
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00007140
                 PERFORM 9000-TRATA-ERROS                               00007150
             END-IF.                                                    00007160
      *---------------------------------------------------              00007170
       0117-CARREGAR-PICKING              SECTION.                      00007180
      *    CARREGA A COBERTURA DO PICKING (FR05CB77) QUANDO O           00007190
      *    ARQUIVO E FORNECIDO - SEM ARQUIVO (FILE STATUS 35),          00007200
      *    TODO PEDIDO EM BACKORDER COM ESTOQUE E LIBERAVEL             00007210
      *---------------------------------------------------              00007220
             OPEN INPUT PICKENT.                                        00007230
             IF WRK-FS-PICKENT EQUAL '35'                               00007240
                 DISPLAY ' AVISO: SEM COBERTURA DE PICKING - '          00007250
                         'LIBERACAO INTEGRAL'                           00007260
                 GO TO 0117-99-FIM                                      00007270
             END-IF.                                                    00007280
             IF WRK-FS-PICKENT NOT EQUAL ZEROS                          00007290
                 MOVE ' ERRO OPEN COBERTURA DE PICKING ' TO WRK-MSG     00007300
                 PERFORM 9000-TRATA-ERROS                               00007310
             END-IF.                                                    00007320
             SET WRK-PICKING-LIGADO TO TRUE.                            00007330
             PERFORM 0118-CARREGAR-UM-PICK                              00007340
                 UNTIL WRK-FS-PICKENT NOT EQUAL ZEROS.                  00007350
             CLOSE PICKENT.                                             00007360
             DISPLAY ' COBERTURA DE PICKING: ' WRK-QTD-PICK             00007370
                     ' PEDIDOS'.                                        00007380
       0117-99-FIM.            EXIT.                                    00007390
      *---------------------------------------------------              00007400
       0118-CARREGAR-UM-PICK              SECTION.                      00007410
             READ PICKENT.                                              00007420
             IF WRK-FS-PICKENT EQUAL ZEROS                              00007430
                 IF WRK-QTD-PICK >= WRK-MAX-PICK                        00007440
                     MOVE ' ERRO COBERTURA EXCEDE A TABELA '            00007450
                         TO WRK-MSG                                     00007460
                     PERFORM 9000-TRATA-ERROS                           00007470
                 END-IF                                                 00007480
                 ADD 1 TO WRK-QTD-PICK                                  00007490
                 MOVE PCK-PED-NUMERO                                    00007500
                     TO WRK-PIK-NUMERO (WRK-QTD-PICK)                   00007510
             END-IF.                                                    00007520
      *---------------------------------------------------              00007530
       0113-ABRIR-TAXAS                   SECTION.                      00007540
      *    ABRE O MASTER DE ALIQUOTAS - AINDA NAO CRIADO PELA           00007550
      *    FR05CB62 (FILE STATUS 35), A LIBERACAO SEGUE COM             00007560
      *    ALIQUOTA ZERO E AVISO NO SYSOUT                              00007570
      *---------------------------------------------------              00007580
             OPEN INPUT TAXA-MASTER.                                    00007590
             IF WRK-FS-TAXA EQUAL '35'                                  00007600
                 DISPLAY ' AVISO: SEM MASTER DE ALIQUOTAS - '           00007610
                         'NOTAS SAEM COM IMPOSTO ZERO'                  00007620
             END-IF.                                                    00007630
      *---------------------------------------------------              00007640
       0114-ABRIR-FRETE                   SECTION.                      00007650
      *    ABRE A TABELA DE FRETE POR ZONA - AINDA NAO CRIADA PELA      00007660
      *    FR05CB98 (FILE STATUS 35), A LIBERACAO SEGUE SEM FRETE       00007670
      *    E COM AVISO NO SYSOUT                                        00007680
      *---------------------------------------------------              00007690
             OPEN INPUT FRETE-MASTER.                                   00007700
             IF WRK-FS-FRETE EQUAL '35'                                 00007710
                 DISPLAY ' AVISO: SEM TABELA DE FRETE - '               00007720
                         'NOTAS SAEM SEM FRETE'                         00007730
             END-IF.                                                    00007740
      *---------------------------------------------------              00007750
       0116-ABRIR-CONDPAG                 SECTION.                      00007760
      *    ABRE O MASTER DE CONDICOES DE PAGAMENTO, SO PARA             00007770
      *    CONSULTA, E O CABECALHO DE PEDIDOS EM I-O (CONDICAO DO       00007780
      *    PEDIDO E ATUALIZACAO NA QUEBRA) - AINDA NAO CRIADOS          00007790
      *    (FILE STATUS 35), AS NOTAS LIBERADAS SAEM EM PARCELA         00007800
      *    UNICA OU PELA CONDICAO DO CLIENTE, COM AVISO NO SYSOUT       00007810
      *---------------------------------------------------              00007820
             OPEN INPUT CONDPAG-MASTER.                                 00007830
             IF WRK-FS-CONDPAG EQUAL '35'                               00007840
                 DISPLAY ' AVISO: SEM CONDICOES DE PAGAMENTO - '        00007850
                         'NOTAS SAEM EM PARCELA UNICA'                  00007860
             END-IF.                                                    00007870
             OPEN I-O PEDIDO-CABEC.                                     00007880
             IF WRK-FS-PEDCAB EQUAL '35'                                00007890
                 DISPLAY ' AVISO: SEM CABECALHO DE PEDIDOS'             00007900
             END-IF.                                                    00007910
      *---------------------------------------------------              00007920
       0121-ABRIR-CONVERSAO               SECTION.                      00007930
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00007940
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), OS ITENS DA           00007950
      *    NF-E SAEM NA UNIDADE 'UN' E COM AVISO NO SYSOUT              00007960
      *---------------------------------------------------              00007970
             OPEN INPUT CONVERSAO.                                      00007980
             IF WRK-FS-CONVERSAO EQUAL '35'                             00007990
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00008000
                         'NF-E SAI EM UN'                               00008010
             END-IF.                                                    00008020
      *---------------------------------------------------              00008030
       0109-ABRIR-NFE                     SECTION.                      00008040
      *    ABRE O ARQUIVO DA NF-E EM EXTEND - AS NOTAS LIBERADAS        00008050
      *    SEGUEM NA MESMA GERACAO GRAVADA PELO FATURAMENTO             00008060
      *    (FR05CB26), CRIANDO-O CASO AINDA NAO EXISTA (FILE            00008070
      *    STATUS 35)                                                   00008080
      *---------------------------------------------------              00008090
             OPEN EXTEND NFE-SAIDA.                                     00008100
             IF WRK-FS-NFE EQUAL '35'                                   00008110
                 OPEN OUTPUT NFE-SAIDA                                  00008120
                 CLOSE NFE-SAIDA                                        00008130
                 OPEN EXTEND NFE-SAIDA                                  00008140
             END-IF.                                                    00008150
      *---------------------------------------------------              00008160
       0110-TESTAR-STATUS                 SECTION.                      00008170
             IF WRK-FS-BORENT NOT EQUAL ZEROS                           00008180
                 MOVE ' ERRO OPEN BACKORDER ENTRADA ' TO WRK-MSG        00008190
                 PERFORM 9000-TRATA-ERROS                               00008200
             END-IF.                                                    00008210
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00008220
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00008230
                 PERFORM 9000-TRATA-ERROS                               00008240
             END-IF.                                                    00008250
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00008260
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00008270
                 PERFORM 9000-TRATA-ERROS                               00008280
             END-IF.                                                    00008290
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00008300
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00008310
                 PERFORM 9000-TRATA-ERROS                               00008320
             END-IF.                                                    00008330
             IF WRK-FS-BORSAI NOT EQUAL ZEROS                           00008340
                 MOVE ' ERRO OPEN BACKORDER SAIDA ' TO WRK-MSG          00008350
                 PERFORM 9000-TRATA-ERROS                               00008360
             END-IF.                                                    00008370
             IF WRK-FS-RELNOTA NOT EQUAL ZEROS                          00008380
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00008390
                 PERFORM 9000-TRATA-ERROS                               00008400
             END-IF.                                                    00008410
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00008420
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00008430
                 PERFORM 9000-TRATA-ERROS                               00008440
             END-IF.                                                    00008450
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00008460
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00008470
                 PERFORM 9000-TRATA-ERROS                               00008480
             END-IF.                                                    00008490
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00008500
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00008510
                 PERFORM 9000-TRATA-ERROS                               00008520
             END-IF.                                                    00008530
             IF WRK-FS-VENDHIST NOT EQUAL ZEROS                         00008540
                 MOVE ' ERRO OPEN HISTORICO DE VENDAS ' TO WRK-MSG      00008550
                 PERFORM 9000-TRATA-ERROS                               00008560
             END-IF.                                                    00008570
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00008580
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00008590
                 PERFORM 9000-TRATA-ERROS                               00008600
             END-IF.                                                    00008610
             IF WRK-FS-TAXA NOT EQUAL ZEROS                             00008620
                AND WRK-FS-TAXA NOT EQUAL '35'                          00008630
                 MOVE ' ERRO OPEN TAXA-MASTER ' TO WRK-MSG              00008640
                 PERFORM 9000-TRATA-ERROS                               00008650
             END-IF.                                                    00008660
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS                        00008670
                AND WRK-FS-CONVERSAO NOT EQUAL '35'                     00008680
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00008690
                 PERFORM 9000-TRATA-ERROS                               00008700
             END-IF.                                                    00008710
             IF WRK-FS-NFE NOT EQUAL ZEROS                              00008720
                 MOVE ' ERRO OPEN ARQUIVO DA NF-E ' TO WRK-MSG          00008730
                 PERFORM 9000-TRATA-ERROS                               00008740
             END-IF.                                                    00008750
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00008760
                AND WRK-FS-FRETE NOT EQUAL '35'                         00008770
                 MOVE ' ERRO OPEN FRETE-MASTER ' TO WRK-MSG             00008780
                 PERFORM 9000-TRATA-ERROS                               00008790
             END-IF.                                                    00008800
             IF WRK-FS-CONDPAG NOT EQUAL ZEROS                          00008810
                AND WRK-FS-CONDPAG NOT EQUAL '35'                       00008820
                 MOVE ' ERRO OPEN CONDPAG-MASTER ' TO WRK-MSG           00008830
                 PERFORM 9000-TRATA-ERROS                               00008840
             END-IF.                                                    00008850
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00008860
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00008870
                 MOVE ' ERRO OPEN PEDIDO-CABEC ' TO WRK-MSG             00008880
                 PERFORM 9000-TRATA-ERROS                               00008890
             END-IF.                                                    00008900
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00008910
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00008920
                 PERFORM 9000-TRATA-ERROS                               00008930
             END-IF.                                                    00008940
      *---------------------------------------------------              00008950
       0120-CARREGAR-CARTEIRA             SECTION.                      00008960
      *    CARREGA A CARTEIRA DE BACKORDER NA TABELA EM MEMORIA,        00008970
      *    PRESERVANDO A ORDEM CRONOLOGICA DO ARQUIVO                   00008980
      *---------------------------------------------------              00008990
             READ BACKORDER-ENT.                                        00009000
             IF WRK-FS-BORENT EQUAL ZEROS                               00009010
                 IF WRK-CONT-CARTEIRA >= WRK-MAX-CARTEIRA               00009020
                     MOVE ' ERRO CARTEIRA EXCEDE A TABELA ' TO WRK-MSG  00009030
                     PERFORM 9000-TRATA-ERROS                           00009040
                 END-IF                                                 00009050
                 ADD 1 TO WRK-CONT-CARTEIRA                             00009060
                 MOVE BORENT-REGISTRO                                   00009070
                     TO WRK-CAR-IMAGEM (WRK-CONT-CARTEIRA)              00009080
                 SET WRK-CAR-AGUARDANDO (WRK-CONT-CARTEIRA) TO TRUE     00009090
             END-IF.                                                    00009100
      *---------------------------------------------------              00009110
       0200-PROCESSAR                     SECTION.                      00009120
      *    LINHA DE OUTRO PEDIDO FECHA O PEDIDO CORRENTE ANTES DE       00009130
      *    SER TRATADA - NO FECHAMENTO NENHUMA E/S E FEITA EM           00009140
      *    PEDIDOS, O QUE MANTEM VALIDO O REWRITE DA LINHA              00009150
      *    RECEM-LIDA                                                   00009160
      *---------------------------------------------------              00009170
             READ PEDIDOS.                                              00009180
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00009190
                 GO TO 0200-99-FIM                                      00009200
             END-IF.                                                    00009210
             ADD 1 TO WRK-CONT-LIDOS.                                   00009220
             IF PED-NUMERO NOT EQUAL WRK-PED-CORRENTE                   00009230
                 IF WRK-PED-CORRENTE > ZEROS                            00009240
                     PERFORM 0280-FECHAR-PEDIDO                         00009250
                 END-IF                                                 00009260
                 MOVE PED-NUMERO TO WRK-PED-CORRENTE                    00009270
             END-IF.                                                    00009280
             IF PED-BACKORDER                                           00009290
                 PERFORM 0204-CONFERIR-PICKING                          00009300
                 IF WRK-PICKING-DESLIGADO                               00009310
                    OR WRK-IDX-PICK-ACH > ZERO                          00009320
                     PERFORM 0210-TENTAR-LIBERAR                        00009330
                 ELSE                                                   00009340
                     ADD 1 TO WRK-CONT-FORA-PICK                        00009350
                 END-IF                                                 00009360
             END-IF.                                                    00009370
             EVALUATE TRUE                                              00009380
                 WHEN PED-FATURADO                                      00009390
                     ADD 1 TO WRK-PED-LIN-FATUR                         00009400
                 WHEN PED-BACKORDER                                     00009410
                     ADD 1 TO WRK-PED-LIN-BACKORD                       00009420
                 WHEN OTHER                                             00009430
                     ADD 1 TO WRK-PED-LIN-ABERTAS                       00009440
             END-EVALUATE.                                              00009450
       0200-99-FIM.            EXIT.                                    00009460
      *---------------------------------------------------              00009470
       0204-CONFERIR-PICKING              SECTION.                      00009480
      *    CONFERE SE O PEDIDO EM BACKORDER ESTA NA COBERTURA DO        00009490
      *    PICKING - FORA DELA, PERMANECE NA CARTEIRA PARA A            00009500
      *    PROXIMA NOITE (SO SE FATURA O QUE FOI SEPARADO)              00009510
      *---------------------------------------------------              00009520
             MOVE ZERO TO WRK-IDX-PICK-ACH.                             00009530
             IF WRK-PICKING-DESLIGADO                                   00009540
                 GO TO 0204-99-FIM                                      00009550
             END-IF.                                                    00009560
             MOVE ZERO TO WRK-IDX-PICK.                                 00009570
             PERFORM 0204-PROCURAR-UM-PICK                              00009580
                 UNTIL WRK-IDX-PICK >= WRK-QTD-PICK                     00009590
                    OR WRK-IDX-PICK-ACH > ZERO.                         00009600
       0204-99-FIM.            EXIT.                                    00009610
      *---------------------------------------------------              00009620
       0204-PROCURAR-UM-PICK              SECTION.                      00009630
             ADD 1 TO WRK-IDX-PICK.                                     00009640
             IF WRK-PIK-NUMERO (WRK-IDX-PICK) EQUAL PED-NUMERO          00009650
                 MOVE WRK-IDX-PICK TO WRK-IDX-PICK-ACH                  00009660
             END-IF.                                                    00009670
      *---------------------------------------------------              00009680
       0210-TENTAR-LIBERAR                SECTION.                      00009690
      *    CONFERE O ESTOQUE ATUAL DO PRODUTO DO PEDIDO EM              00009700
      *    BACKORDER - RECOMPOSTO, FATURA COMO A FR05CB26 (BAIXA        00009710
      *    O SALDO, IMPRIME A NOTA, MARCA 'F') E DA BAIXA NA            00009720
      *    ENTRADA DA CARTEIRA; AINDA INSUFICIENTE, OU COM O            00009730
      *    PERIODO CONTABIL BLOQUEADO, O PEDIDO PERMANECE NA            00009740
      *    CARTEIRA                                                     00009750
      *---------------------------------------------------              00009760
             SET WRK-PEDIDO-LIBERAVEL TO TRUE.                          00009770
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00009780
             READ PRODUTO-MASTER                                        00009790
                 INVALID KEY                                            00009800
                     SET WRK-PEDIDO-RETIDO TO TRUE                      00009810
                 NOT INVALID KEY                                        00009820
                     IF PED-QUANTIDADE > PRDM-QUANTIDADE                00009830
                         SET WRK-PEDIDO-RETIDO TO TRUE                  00009840
                     END-IF                                             00009850
             END-READ.                                                  00009860
             IF WRK-PERIODO-BLOQUEADO                                   00009870
                 SET WRK-PEDIDO-RETIDO TO TRUE                          00009880
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00009890
             END-IF.                                                    00009900
             PERFORM 0215-PROCURAR-CARTEIRA.                            00009910
             IF WRK-PEDIDO-LIBERAVEL                                    00009920
                 MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR             00009930
                 SUBTRACT PED-QUANTIDADE FROM PRDM-QUANTIDADE           00009940
                 PERFORM 0208-ALIVIAR-COMPROMETIDO                      00009950
                 REWRITE CPPRDM01-REGISTRO                              00009960
                 PERFORM 0234-BAIXAR-SALDO-DEPOSITO                     00009970
                 PERFORM 0220-IMPRIMIR-NOTA                             00009980
                 PERFORM 0228-GRAVAR-LIVRO                              00009990
                 PERFORM 0240-POSTAR-CONTAS-RECEBER                     00010000
                 PERFORM 0250-ATUALIZAR-EXPOSICAO                       00010010
                 PERFORM 0260-ACUMULAR-VENDAS                           00010020
                 SET PED-FATURADO TO TRUE                               00010030
                 REWRITE CPPED01-REGISTRO                               00010040
                 ADD 1 TO WRK-CONT-LIBERADOS                            00010050
                 ADD 1 TO WRK-PED-LIN-LIBERAD                           00010060
                 MOVE WRK-NOTA-NUMERO TO WRK-PED-NOTA                   00010070
                 IF WRK-PERIODO-DESVIADO                                00010080
                     PERFORM 0289-GRAVAR-DESVIO                         00010090
                 END-IF                                                 00010100
                 IF WRK-IDX-ACHADO > ZERO                               00010110
                     SET WRK-CAR-LIBERADO (WRK-IDX-ACHADO) TO TRUE      00010120
                 END-IF                                                 00010130
             ELSE                                                       00010140
                 ADD 1 TO WRK-CONT-RETIDOS                              00010150
                 IF WRK-IDX-ACHADO EQUAL ZERO                           00010160
                     PERFORM 0217-RECONSTRUIR-ENTRADA                   00010170
                 END-IF                                                 00010180
             END-IF.                                                    00010190
      *---------------------------------------------------              00010200
       0208-ALIVIAR-COMPROMETIDO          SECTION.                      00010210
      *    ALIVIA A QUANTIDADE COMPROMETIDA PELO PEDIDO RECEM-          00010220
      *    LIBERADO - CAMPO EM BRANCO (REGISTRO LEGADO) OU SALDO        00010230
      *    COMPROMETIDO MENOR QUE O PEDIDO E ZERADO                     00010240
      *---------------------------------------------------              00010250
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00010260
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00010270
             END-IF.                                                    00010280
             IF PRDM-QTD-COMPROMETIDA > PED-QUANTIDADE                  00010290
                 SUBTRACT PED-QUANTIDADE                                00010300
                     FROM PRDM-QTD-COMPROMETIDA                         00010310
             ELSE                                                       00010320
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00010330
             END-IF.                                                    00010340
      *---------------------------------------------------              00010350
       0234-BAIXAR-SALDO-DEPOSITO         SECTION.                      00010360
      *    ALIVIA A BAIXA DA LIBERACAO NO SALDO DO DEPOSITO 01          00010370
      *    (DEPOSITO PADRAO DE EXPEDICAO, CARGA INICIAL PELA            00010380
      *    FR05CB90) - SALDO DO DEPOSITO MENOR QUE A BAIXA E            00010390
      *    ZERADO COM AVISO, PARA ACERTO POR CARTAO 'A' DA              00010400
      *    FR05CB22                                                     00010410
      *---------------------------------------------------              00010420
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00010430
             MOVE PED-CODIGO TO SLD-CODIGO.                             00010440
             MOVE '01'       TO SLD-DEPOSITO.                           00010450
             READ SALDOS                                                00010460
                 INVALID KEY                                            00010470
                     CONTINUE                                           00010480
                 NOT INVALID KEY                                        00010490
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00010500
             END-READ.                                                  00010510
             IF WRK-SALDO-DEP-AUSENTE                                   00010520
                 DISPLAY ' AVISO: PRODUTO ' PED-CODIGO                  00010530
                         ' SEM SALDO DE DEPOSITO - VER FR05CB90'        00010540
                 GO TO 0234-99-FIM                                      00010550
             END-IF.                                                    00010560
             IF SLD-QUANTIDADE NOT < PED-QUANTIDADE                     00010570
                 SUBTRACT PED-QUANTIDADE FROM SLD-QUANTIDADE            00010580
             ELSE                                                       00010590
                 DISPLAY ' AVISO: DEPOSITO 01 DO PRODUTO '              00010600
                         PED-CODIGO ' ZERADO NA BAIXA'                  00010610
                 MOVE ZEROS TO SLD-QUANTIDADE                           00010620
             END-IF.                                                    00010630
             REWRITE CPSLD01-REGISTRO.                                  00010640
       0234-99-FIM.            EXIT.                                    00010650
      *---------------------------------------------------              00010660
       0215-PROCURAR-CARTEIRA             SECTION.                      00010670
      *    LOCALIZA A ENTRADA DA CARTEIRA DESTE PEDIDO - PEDIDO         00010680
      *    'B' SEM ENTRADA NA CARTEIRA (ARQUIVO DESALINHADO) E          00010690
      *    AVISADO NO SYSOUT E RECONSTRUIDO NA SAIDA SE RETIDO          00010700
      *---------------------------------------------------              00010710
             MOVE ZERO TO WRK-IDX-ACHADO.                               00010720
             MOVE ZERO TO WRK-IDX.                                      00010730
             PERFORM 0216-PROCURAR-UMA-ENTRADA                          00010740
                 UNTIL WRK-IDX >= WRK-CONT-CARTEIRA                     00010750
                    OR WRK-IDX-ACHADO > ZERO.                           00010760
             IF WRK-IDX-ACHADO EQUAL ZERO                               00010770
                 DISPLAY ' AVISO: PEDIDO ' PED-NUMERO                   00010780
                         ' COM STATUS B FORA DA CARTEIRA'               00010790
             END-IF.                                                    00010800
      *---------------------------------------------------              00010810
       0216-PROCURAR-UMA-ENTRADA          SECTION.                      00010820
             ADD 1 TO WRK-IDX.                                          00010830
             IF WRK-CAR-PED-NUMERO (WRK-IDX) EQUAL PED-NUMERO           00010840
                AND WRK-CAR-PED-ITEM (WRK-IDX) EQUAL PED-ITEM           00010850
                AND WRK-CAR-AGUARDANDO (WRK-IDX)                        00010860
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00010870
             END-IF.                                                    00010880
      *---------------------------------------------------              00010890
       0217-RECONSTRUIR-ENTRADA           SECTION.                      00010900
      *    REGRAVA NA CARTEIRA DE SAIDA UM PEDIDO 'B' QUE NAO           00010910
      *    TINHA ENTRADA NA CARTEIRA DE HOJE, DATADO DESTA              00010920
      *    EXECUCAO - EVITA QUE O PEDIDO SE PERCA DO CONTROLE           00010930
      *---------------------------------------------------              00010940
             MOVE PED-NUMERO       TO BOR-PED-NUMERO.                   00010950
             MOVE PED-ITEM         TO BOR-PED-ITEM.                     00010960
             MOVE PED-CLI-ID       TO BOR-CLI-ID.                       00010970
             MOVE PED-CODIGO       TO BOR-CODIGO.                       00010980
             MOVE PED-QUANTIDADE   TO BOR-QTD-PEDIDA.                   00010990
             MOVE PED-QUANTIDADE   TO BOR-QTD-FALTA.                    00011000
             MOVE WRK-DATA-NEGOCIO TO BOR-DATA-ENTRADA.                 00011010
             WRITE CPBOR01-REGISTRO.                                    00011020
      *---------------------------------------------------              00011030
       0220-IMPRIMIR-NOTA                 SECTION.                      00011040
      *    IMPRIME A NOTA NUMERADA DO PEDIDO LIBERADO - MESMO           00011050
      *    LAYOUT E REGRAS DA FR05CB26 (CLIENTE REMOVIDO DESDE A        00011060
      *    ENTRADA DO PEDIDO SAI COM O NOME EM BRANCO)                  00011070
      *---------------------------------------------------              00011080
             MOVE SPACES TO WRK-NOME-CLIENTE.                           00011090
             SET WRK-CLIENTE-AUSENTE TO TRUE.                           00011100
             MOVE PED-CLI-ID TO CLI-ID.                                 00011110
             READ CLIENTE-MASTER                                        00011120
                 INVALID KEY                                            00011130
                     CONTINUE                                           00011140
                 NOT INVALID KEY                                        00011150
                     MOVE CLI-NOME TO WRK-NOME-CLIENTE                  00011160
                     SET WRK-CLIENTE-ACHADO TO TRUE                     00011170
             END-READ.                                                  00011180
             MOVE 'NOTAFISC' TO SRV-CONT-PROGRAMA.                      00011190
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00011200
             IF NOT SRV-CONT-OK                                         00011210
                 MOVE ' ERRO SEQUENCIA NOTAFISC INDISPONIVEL '          00011220
                     TO WRK-MSG                                         00011230
                 PERFORM 9000-TRATA-ERROS                               00011240
             END-IF.                                                    00011250
             MOVE SRV-CONT-VALOR   TO WRK-NOTA-NUMERO.                  00011260
             MOVE WRK-DT-DIA       TO WRK-NOTA-DIA.                     00011270
             MOVE WRK-DT-MES       TO WRK-NOTA-MES.                     00011280
             MOVE WRK-DT-ANO       TO WRK-NOTA-ANO.                     00011290
             MOVE PED-CLI-ID       TO WRK-NOTA-CLI-ID.                  00011300
             MOVE WRK-NOME-CLIENTE TO WRK-NOTA-CLI-NOME.                00011310
             MOVE PED-CODIGO       TO WRK-NOTA-CODIGO.                  00011320
             MOVE PED-QUANTIDADE   TO WRK-NOTA-QTD.                     00011330
             MOVE PED-PRECO-UNIT   TO WRK-NOTA-PRECO.                   00011340
             MOVE PED-VALOR-TOTAL  TO WRK-NOTA-TOTAL.                   00011350
             PERFORM 0226-RESOLVER-UNIDADE.                             00011360
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00011370
             WRITE REL-LINHA FROM WRK-NOTA-CABEC.                       00011380
             WRITE REL-LINHA FROM WRK-NOTA-CLIENTE.                     00011390
             WRITE REL-LINHA FROM WRK-NOTA-ITEM.                        00011400
             PERFORM 0222-IMPRIMIR-IMPOSTO.                             00011410
             PERFORM 0223-CALCULAR-FRETE.                               00011420
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00011430
             PERFORM 0225-GRAVAR-HISTORICO.                             00011440
             PERFORM 0235-GRAVAR-NFE-CABECALHO.                         00011450
             PERFORM 0236-GRAVAR-NFE-ITEM.                              00011460
             PERFORM 0237-GRAVAR-NFE-TOTAL.                             00011470
      *---------------------------------------------------              00011480
       0222-IMPRIMIR-IMPOSTO              SECTION.                      00011490
      *    DESTACA O IMPOSTO DA NOTA LIBERADA, COMO NA FR05CB26 -       00011500
      *    ALIQUOTA DO MASTER CPTAX01 PELA UF DO ENDERECO DO            00011510
      *    CLIENTE E PELA CATEGORIA DO PRODUTO (MASTER JA LIDO          00011520
      *    PELA LIBERACAO); CLIENTE SEM ENDERECO OU COMBINACAO          00011530
      *    SEM CADASTRO SAI COM ALIQUOTA ZERO                           00011540
      *---------------------------------------------------              00011550
             MOVE ZEROS  TO WRK-ALIQUOTA-NOTA.                          00011560
             MOVE SPACES TO WRK-UF-CLIENTE.                             00011570
             MOVE ZEROS  TO WRK-ZON-CEP.                                00011580
             MOVE PED-CLI-ID TO END-CLI-ID.                             00011590
             READ ENDERECO-MASTER                                       00011600
                 INVALID KEY                                            00011610
                     DISPLAY ' AVISO: CLIENTE ' PED-CLI-ID              00011620
                             ' SEM ENDERECO - IMPOSTO ZERO'             00011630
                 NOT INVALID KEY                                        00011640
                     MOVE END-UF TO WRK-UF-CLIENTE                      00011650
                     MOVE END-CEP TO WRK-ZON-CEP                        00011660
             END-READ.                                                  00011670
             IF WRK-FS-TAXA NOT EQUAL '35'                              00011680
                AND WRK-UF-CLIENTE NOT EQUAL SPACES                     00011690
                 MOVE WRK-UF-CLIENTE  TO TAX-UF                         00011700
                 MOVE PRDM-CATEGORIA  TO TAX-CATEGORIA                  00011710
                 READ TAXA-MASTER                                       00011720
                     INVALID KEY                                        00011730
                         CONTINUE                                       00011740
                     NOT INVALID KEY                                    00011750
                         IF TAX-ATIVA                                   00011760
                             MOVE TAX-ALIQUOTA TO WRK-ALIQUOTA-NOTA     00011770
                         END-IF                                         00011780
                 END-READ                                               00011790
             END-IF.                                                    00011800
             COMPUTE WRK-VALOR-IMPOSTO ROUNDED =                        00011810
                 PED-VALOR-TOTAL * WRK-ALIQUOTA-NOTA / 100.             00011820
             COMPUTE WRK-VALOR-BRUTO =                                  00011830
                 PED-VALOR-TOTAL + WRK-VALOR-IMPOSTO.                   00011840
             ADD WRK-VALOR-IMPOSTO TO WRK-TOTAL-IMPOSTO.                00011850
             MOVE PED-VALOR-TOTAL   TO WRK-IMP-LIQUIDO.                 00011860
             MOVE WRK-ALIQUOTA-NOTA TO WRK-IMP-ALIQUOTA.                00011870
             MOVE WRK-VALOR-IMPOSTO TO WRK-IMP-VALOR.                   00011880
             MOVE WRK-VALOR-BRUTO   TO WRK-IMP-BRUTO.                   00011890
             WRITE REL-LINHA FROM WRK-NOTA-IMPOSTO.                     00011900
      *---------------------------------------------------              00011910
       0223-CALCULAR-FRETE                SECTION.                      00011920
      *    FRETE DA NOTA LIBERADA, COMO NA FR05CB26 - ZONA ATIVA        00011930
      *    DA UF QUE CONTEM O CEP DO ENDERECO (JA LIDO PELO             00011940
      *    IMPOSTO); PERCENTUAL SOBRE O LIQUIDO, NUNCA ABAIXO DO        00011950
      *    MINIMO, E ISENTO A PARTIR DO LIMITE DA ZONA (LIMITE          00011960
      *    ZERO = SEM ISENCAO). CEP SEM ZONA SAI SEM FRETE              00011970
      *---------------------------------------------------              00011980
             MOVE ZEROS TO WRK-VALOR-FRETE.                             00011990
             IF WRK-FS-FRETE EQUAL '35'                                 00012000
                 GO TO 0223-99-FIM                                      00012010
             END-IF.                                                    00012020
             SET WRK-ZONA-AUSENTE TO TRUE.                              00012030
             MOVE WRK-UF-CLIENTE TO WRK-ZON-UF.                         00012040
             IF WRK-ZON-UF NOT EQUAL SPACES                             00012050
                 MOVE WRK-ZON-UF TO FRT-UF                              00012060
                 MOVE ZEROS      TO FRT-CEP-INICIO                      00012070
                 MOVE ZEROS      TO WRK-FS-VARREDURA                    00012080
                 START FRETE-MASTER KEY IS NOT LESS THAN FRT-CHAVE      00012090
                     INVALID KEY                                        00012100
                         MOVE '10' TO WRK-FS-VARREDURA                  00012110
                 END-START                                              00012120
                 PERFORM 0224-LER-FAIXA-FRETE                           00012130
                     UNTIL WRK-FS-VARREDURA NOT EQUAL ZEROS             00012140
             END-IF.                                                    00012150
             MOVE SPACES TO WRK-FRE-OBS.                                00012160
             IF WRK-ZONA-AUSENTE                                        00012170
                 ADD 1 TO WRK-CONT-SEM-ZONA                             00012180
                 STRING 'CEP ' WRK-ZON-CEP ' SEM ZONA DE FRETE'         00012190
                     DELIMITED BY SIZE INTO WRK-FRE-OBS                 00012200
             ELSE                                                       00012210
                 IF WRK-ZON-LIMITE > ZEROS                              00012220
                    AND PED-VALOR-TOTAL NOT < WRK-ZON-LIMITE            00012230
                     MOVE 'ISENTO - LIMITE DE ISENCAO DA ZONA'          00012240
                         TO WRK-FRE-OBS                                 00012250
                 ELSE                                                   00012260
                     COMPUTE WRK-VALOR-FRETE ROUNDED =                  00012270
                         PED-VALOR-TOTAL * WRK-ZON-PERC / 100           00012280
                     IF WRK-VALOR-FRETE < WRK-ZON-MINIMO                00012290
                         MOVE WRK-ZON-MINIMO TO WRK-VALOR-FRETE         00012300
                     END-IF                                             00012310
                     STRING 'ZONA ' WRK-ZON-UF ' CEP '                  00012320
                            WRK-ZON-CEP-INICIO ' A '                    00012330
                            WRK-ZON-CEP-FIM                             00012340
                         DELIMITED BY SIZE INTO WRK-FRE-OBS             00012350
                 END-IF                                                 00012360
             END-IF.                                                    00012370
             ADD WRK-VALOR-FRETE TO WRK-TOTAL-FRETE.                    00012380
             MOVE WRK-VALOR-FRETE TO WRK-FRE-VALOR.                     00012390
             WRITE REL-LINHA FROM WRK-NOTA-FRETE.                       00012400
       0223-99-FIM.            EXIT.                                    00012410
      *---------------------------------------------------              00012420
       0224-LER-FAIXA-FRETE               SECTION.                      00012430
             READ FRETE-MASTER NEXT RECORD.                             00012440
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00012450
                 MOVE '10' TO WRK-FS-VARREDURA                          00012460
                 GO TO 0224-99-FIM                                      00012470
             END-IF.                                                    00012480
             IF FRT-UF NOT EQUAL WRK-ZON-UF                             00012490
                OR FRT-CEP-INICIO > WRK-ZON-CEP                         00012500
                 MOVE '10' TO WRK-FS-VARREDURA                          00012510
                 GO TO 0224-99-FIM                                      00012520
             END-IF.                                                    00012530
             IF FRT-ATIVA                                               00012540
                AND WRK-ZON-CEP NOT > FRT-CEP-FIM                       00012550
                 SET WRK-ZONA-ACHADA TO TRUE                            00012560
                 MOVE FRT-CEP-INICIO     TO WRK-ZON-CEP-INICIO          00012570
                 MOVE FRT-CEP-FIM        TO WRK-ZON-CEP-FIM             00012580
                 MOVE FRT-PERC-FRETE     TO WRK-ZON-PERC                00012590
                 MOVE FRT-VALOR-MINIMO   TO WRK-ZON-MINIMO              00012600
                 MOVE FRT-LIMITE-ISENCAO TO WRK-ZON-LIMITE              00012610
                 MOVE '10' TO WRK-FS-VARREDURA                          00012620
             END-IF.                                                    00012630
       0224-99-FIM.            EXIT.                                    00012640
      *---------------------------------------------------              00012650
       0225-GRAVAR-HISTORICO              SECTION.                      00012660
      *    GRAVA A IMAGEM DA NOTA NO HISTORICO PERMANENTE - E A         00012670
      *    BASE DA REEMISSAO E DA CONSULTA DA FR05CB58                  00012680
      *---------------------------------------------------              00012690
             MOVE WRK-NOTA-NUMERO   TO NFH-NUMERO.                      00012700
             MOVE 1                 TO NFH-ITEM.                        00012710
             MOVE PED-NUMERO        TO NFH-PED-NUMERO.                  00012720
             MOVE PED-CLI-ID        TO NFH-CLI-ID.                      00012730
             MOVE WRK-NOME-CLIENTE  TO NFH-CLI-NOME.                    00012740
             MOVE PED-CODIGO        TO NFH-CODIGO.                      00012750
             MOVE PED-QUANTIDADE    TO NFH-QUANTIDADE.                  00012760
             MOVE PED-PRECO-UNIT    TO NFH-PRECO-UNIT.                  00012770
             MOVE PED-VALOR-TOTAL   TO NFH-VALOR-TOTAL.                 00012780
             MOVE WRK-DATA-LANCAMENTO TO NFH-DATA-EMISSAO.              00012790
             MOVE PED-REGRA-PRECO   TO NFH-REGRA-PRECO.                 00012800
             IF PED-REGRA-PRECO EQUAL SPACE                             00012810
                 MOVE ZEROS           TO NFH-PRECO-LISTA                00012820
             ELSE                                                       00012830
                 MOVE PED-PRECO-LISTA TO NFH-PRECO-LISTA                00012840
             END-IF.                                                    00012850
             MOVE WRK-VALOR-FRETE   TO NFH-VALOR-FRETE.                 00012860
             SET NFH-NFE-PENDENTE   TO TRUE.                            00012870
             MOVE SPACES            TO NFH-CHAVE-ACESSO.                00012880
             MOVE SPACES            TO NFH-PROTOCOLO.                   00012890
             MOVE ZEROS             TO NFH-DATA-AUTORIZACAO.            00012900
             MOVE SPACES            TO NFH-MOTIVO-REJEICAO.             00012910
             MOVE WRK-UF-CLIENTE    TO NFH-UF.                          00012920
             MOVE PRDM-CATEGORIA    TO NFH-CATEGORIA.                   00012930
             MOVE PED-VALOR-TOTAL   TO NFH-BASE-IMPOSTO.                00012940
             MOVE WRK-ALIQUOTA-NOTA TO NFH-ALIQUOTA.                    00012950
             MOVE WRK-VALOR-IMPOSTO TO NFH-VALOR-IMPOSTO.               00012960
             MOVE SPACE             TO NFH-SITUACAO.                    00012970
             MOVE ZEROS             TO NFH-DATA-CANCELAMENTO.           00012980
             MOVE SPACES            TO NFH-OPER-CANCELAMENTO.           00012990
             WRITE CPNFH01-REGISTRO                                     00013000
                 INVALID KEY                                            00013010
                     DISPLAY ' AVISO: NOTA JA NO HISTORICO: '           00013020
                             NFH-NUMERO                                 00013030
             END-WRITE.                                                 00013040
      *---------------------------------------------------              00013050
       0226-RESOLVER-UNIDADE              SECTION.                      00013060
      *    UNIDADE DE VENDA DO PRODUTO NA TABELA DE CONVERSAO           00013070
      *    PARA O ITEM DA NOTA IMPRESSA E DA NF-E, COMO NA              00013080
      *    FR05CB26 - SEM REGISTRO ATIVO, 'UN'                          00013090
      *---------------------------------------------------              00013100
             MOVE 'UN' TO WRK-NOTA-UNID.                                00013110
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00013120
                 MOVE PED-CODIGO TO CNV-CODIGO                          00013130
                 READ CONVERSAO                                         00013140
                     INVALID KEY                                        00013150
                         CONTINUE                                       00013160
                     NOT INVALID KEY                                    00013170
                         IF CNV-ATIVA AND                               00013180
                            CNV-UNID-VENDA NOT EQUAL SPACES             00013190
                             MOVE CNV-UNID-VENDA TO WRK-NOTA-UNID       00013200
                         END-IF                                         00013210
                 END-READ                                               00013220
             END-IF.                                                    00013230
      *---------------------------------------------------              00013240
       0235-GRAVAR-NFE-CABECALHO          SECTION.                      00013250
      *    ABRE A NOTA LIBERADA NO ARQUIVO DA NF-E - DESTINATARIO       00013260
      *    PELO ENDERECO DO CLIENTE (CPEND01, JA LIDO PELO              00013270
      *    IMPOSTO); CLIENTE SEM ENDERECO SAI COM O ENDERECO EM         00013280
      *    BRANCO E A NOTA VOLTA REJEITADA PELA SEFAZ                   00013290
      *---------------------------------------------------              00013300
             MOVE SPACES             TO CPNFE01-REGISTRO.               00013310
             SET NFE-REG-CABECALHO   TO TRUE.                           00013320
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-H.                 00013330
             MOVE WRK-DATA-NEGOCIO   TO NFE-DATA-EMISSAO.               00013340
             MOVE PED-NUMERO         TO NFE-PED-NUMERO.                 00013350
             MOVE PED-CLI-ID         TO NFE-CLI-ID.                     00013360
             MOVE WRK-NOME-CLIENTE   TO NFE-CLI-NOME.                   00013370
             MOVE ZEROS              TO NFE-END-NUMERO.                 00013380
             MOVE ZEROS              TO NFE-END-CEP.                    00013390
             IF WRK-UF-CLIENTE NOT EQUAL SPACES                         00013400
                 MOVE END-RUA        TO NFE-END-RUA                     00013410
                 MOVE END-NUMERO     TO NFE-END-NUMERO                  00013420
                 MOVE END-BAIRRO     TO NFE-END-BAIRRO                  00013430
                 MOVE END-CEP        TO NFE-END-CEP                     00013440
                 MOVE END-CIDADE     TO NFE-END-CIDADE                  00013450
                 MOVE END-UF         TO NFE-END-UF                      00013460
             END-IF.                                                    00013470
             WRITE CPNFE01-REGISTRO.                                    00013480
             ADD 1 TO WRK-CONT-NFE.                                     00013490
      *---------------------------------------------------              00013500
       0236-GRAVAR-NFE-ITEM               SECTION.                      00013510
      *    ITEM UNICO DA NOTA LIBERADA, COM O IMPOSTO DA LINHA          00013520
      *---------------------------------------------------              00013530
             MOVE SPACES             TO CPNFE01-REGISTRO.               00013540
             SET NFE-REG-ITEM        TO TRUE.                           00013550
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-I.                 00013560
             MOVE 1                  TO NFE-ITEM.                       00013570
             MOVE PED-CODIGO         TO NFE-CODIGO.                     00013580
             MOVE PED-QUANTIDADE     TO NFE-QUANTIDADE.                 00013590
             MOVE WRK-NOTA-UNID      TO NFE-UNIDADE.                    00013600
             MOVE PED-PRECO-UNIT     TO NFE-PRECO-UNIT.                 00013610
             MOVE PED-VALOR-TOTAL    TO NFE-VALOR-ITEM.                 00013620
             MOVE PRDM-CATEGORIA     TO NFE-CATEGORIA.                  00013630
             MOVE WRK-ALIQUOTA-NOTA  TO NFE-ALIQUOTA.                   00013640
             MOVE WRK-VALOR-IMPOSTO  TO NFE-VALOR-IMPOSTO.              00013650
             MOVE WRK-VALOR-BRUTO    TO NFE-VALOR-BRUTO.                00013660
             WRITE CPNFE01-REGISTRO.                                    00013670
             ADD 1 TO WRK-CONT-NFE.                                     00013680
      *---------------------------------------------------              00013690
       0237-GRAVAR-NFE-TOTAL              SECTION.                      00013700
      *    FECHA A NOTA LIBERADA NO ARQUIVO DA NF-E - BRUTO COM         00013710
      *    O FRETE DA ZONA                                              00013720
      *---------------------------------------------------              00013730
             MOVE SPACES             TO CPNFE01-REGISTRO.               00013740
             SET NFE-REG-TOTAL       TO TRUE.                           00013750
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-T.                 00013760
             MOVE 1                  TO NFE-QTD-ITENS.                  00013770
             MOVE PED-VALOR-TOTAL    TO NFE-TOT-LIQUIDO.                00013780
             MOVE WRK-VALOR-IMPOSTO  TO NFE-TOT-IMPOSTO.                00013790
             MOVE WRK-VALOR-FRETE    TO NFE-TOT-FRETE.                  00013800
             COMPUTE NFE-TOT-BRUTO =                                    00013810
                 WRK-VALOR-BRUTO + WRK-VALOR-FRETE.                     00013820
             WRITE CPNFE01-REGISTRO.                                    00013830
             ADD 1 TO WRK-CONT-NFE.                                     00013840
             ADD NFE-TOT-BRUTO TO WRK-HASH-NFE.                         00013850
      *---------------------------------------------------              00013860
       0228-GRAVAR-LIVRO                  SECTION.                      00013870
      *    LANCA A BAIXA DA NOTA LIBERADA NO LIVRO DE                   00013880
      *    MOVIMENTACAO, COM O NUMERO DA NOTA COMO DOCUMENTO -          00013890
      *    MESMO LANCAMENTO DA FR05CB26                                 00013900
      *---------------------------------------------------              00013910
             MOVE PED-CODIGO          TO LMV-CODIGO.                    00013920
             MOVE 'S'                 TO LMV-TIPO.                      00013930
             MOVE PED-QUANTIDADE      TO LMV-QUANTIDADE.                00013940
             MOVE WRK-NOTA-NUMERO     TO WRK-DOC-NF-NUMERO.             00013950
             MOVE WRK-DOC-NOTA        TO LMV-DOCUMENTO.                 00013960
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00013970
             MOVE PRDM-QUANTIDADE     TO LMV-SALDO-NOVO.                00013980
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00013990
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00014000
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00014010
             MOVE 'FR05CB51'          TO LMV-PROGRAMA.                  00014020
             MOVE SPACES              TO LMV-DEPOSITO.                  00014030
             MOVE SPACES              TO LMV-LOTE.                      00014040
             WRITE CPMOV02-REGISTRO.                                    00014050
      *---------------------------------------------------              00014060
       0240-POSTAR-CONTAS-RECEBER         SECTION.                      00014070
      *    POSTA OS TITULOS EM ABERTO NO CONTAS A RECEBER PARA A        00014080
      *    NOTA RECEM-EMITIDA (MERCADORIA MAIS O FRETE), UM POR         00014090
      *    PARCELA DA CONDICAO DE PAGAMENTO - EMISSAO NA DATA DE        00014100
      *    NEGOCIO DO CALENDARIO E CADA VENCIMENTO N MESES DEPOIS,      00014110
      *    COM O DIA TRAVADO NO ULTIMO DIA DO MES DE DESTINO, COMO      00014120
      *    NA FR05CB26                                                  00014130
      *---------------------------------------------------              00014140
             PERFORM 0241-RESOLVER-CONDICAO.                            00014150
             COMPUTE WRK-PARC-TOTAL = PED-VALOR-TOTAL + WRK-VALOR-FRETE.00014160
             MOVE ZEROS TO WRK-PARC-ACUMULADO.                          00014170
             PERFORM 0242-POSTAR-PARCELA                                00014180
                 VARYING WRK-PARC-IDX FROM 1 BY 1                       00014190
                 UNTIL WRK-PARC-IDX > WRK-PARC-QTD.                     00014200
      *---------------------------------------------------              00014210
       0241-RESOLVER-CONDICAO             SECTION.                      00014220
      *    RESOLVE A CONDICAO DE PAGAMENTO DA NOTA - A DO CABECALHO     00014230
      *    DO PEDIDO TEM PRECEDENCIA SOBRE A DO CLIENTE. CONDICAO       00014240
      *    INEXISTENTE OU INATIVA SAI COM AVISO NO SYSOUT E A NOTA      00014250
      *    FICA EM PARCELA UNICA DE 100% EM UM MES                      00014260
      *---------------------------------------------------              00014270
             MOVE 01 TO WRK-PARC-QTD.                                   00014280
             MOVE ZEROS TO WRK-COND-PARCELAS.                           00014290
             MOVE 01 TO WRK-CPA-MESES (1).                              00014300
             MOVE 100 TO WRK-CPA-PERC (1).                              00014310
             MOVE SPACES TO WRK-COND-PAGTO.                             00014320
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00014330
                 MOVE PED-NUMERO TO PDC-NUMERO                          00014340
                 READ PEDIDO-CABEC                                      00014350
                     INVALID KEY                                        00014360
                         CONTINUE                                       00014370
                     NOT INVALID KEY                                    00014380
                         MOVE PDC-COND-PAGTO TO WRK-COND-PAGTO          00014390
                 END-READ                                               00014400
             END-IF.                                                    00014410
             IF WRK-COND-PAGTO EQUAL SPACES                             00014420
                 MOVE PED-CLI-ID TO CLI-ID                              00014430
                 READ CLIENTE-MASTER                                    00014440
                     INVALID KEY                                        00014450
                         CONTINUE                                       00014460
                     NOT INVALID KEY                                    00014470
                         MOVE CLI-COND-PAGTO TO WRK-COND-PAGTO          00014480
                 END-READ                                               00014490
             END-IF.                                                    00014500
             IF WRK-COND-PAGTO EQUAL SPACES OR LOW-VALUES               00014510
                OR WRK-FS-CONDPAG EQUAL '35'                            00014520
                 GO TO 0241-99-FIM                                      00014530
             END-IF.                                                    00014540
             MOVE WRK-COND-PAGTO TO CPG-CODIGO.                         00014550
             READ CONDPAG-MASTER                                        00014560
                 INVALID KEY                                            00014570
                     SET CPG-INATIVA TO TRUE                            00014580
             END-READ.                                                  00014590
             IF CPG-ATIVA                                               00014600
                 MOVE CPG-QTD-PARCELAS TO WRK-PARC-QTD                  00014610
                 MOVE CPG-PARCELAS     TO WRK-COND-PARCELAS             00014620
             ELSE                                                       00014630
                 DISPLAY ' AVISO: CONDICAO ' WRK-COND-PAGTO             00014640
                         ' INEXISTENTE OU INATIVA - NOTA '              00014650
                         WRK-NOTA-NUMERO ' EM PARCELA UNICA'            00014660
             END-IF.                                                    00014670
       0241-99-FIM.            EXIT.                                    00014680
      *---------------------------------------------------              00014690
       0242-POSTAR-PARCELA                SECTION.                      00014700
      *    POSTA UMA PARCELA - VALOR PELO PERCENTUAL DA CONDICAO,       00014710
      *    A ULTIMA LEVA A SOBRA DO ARREDONDAMENTO PARA OS TITULOS      00014720
      *    FECHAREM NO TOTAL DA NOTA                                    00014730
      *---------------------------------------------------              00014740
             MOVE WRK-NOTA-NUMERO   TO REC-NUM-NOTA.                    00014750
             MOVE WRK-PARC-IDX      TO REC-PARCELA.                     00014760
             MOVE WRK-PARC-QTD      TO REC-QTD-PARCELAS.                00014770
             MOVE PED-CLI-ID        TO REC-CLI-ID.                      00014780
             IF WRK-PARC-IDX EQUAL WRK-PARC-QTD                         00014790
                 COMPUTE REC-VALOR = WRK-PARC-TOTAL                     00014800
                                   - WRK-PARC-ACUMULADO                 00014810
             ELSE                                                       00014820
                 COMPUTE REC-VALOR ROUNDED = WRK-PARC-TOTAL             00014830
                         * WRK-CPA-PERC (WRK-PARC-IDX) / 100            00014840
             END-IF.                                                    00014850
             ADD REC-VALOR          TO WRK-PARC-ACUMULADO.              00014860
             MOVE ZEROS             TO REC-VALOR-PAGO.                  00014870
             MOVE WRK-DATA-LANCAMENTO TO REC-DATA-EMISSAO.              00014880
             MOVE WRK-DATA-NEGOCIO  TO WRK-DATA-VENCIMENTO.             00014890
             COMPUTE WRK-VENC-MESES-TOT = WRK-VENC-MES - 1              00014900
                                        + WRK-CPA-MESES (WRK-PARC-IDX). 00014910
             DIVIDE WRK-VENC-MESES-TOT BY 12                            00014920
                 GIVING WRK-VENC-ANOS                                   00014930
                 REMAINDER WRK-VENC-MES-NOVO.                           00014940
             ADD WRK-VENC-ANOS TO WRK-VENC-ANO.                         00014950
             COMPUTE WRK-VENC-MES = WRK-VENC-MES-NOVO + 1.              00014960
             PERFORM 0245-AJUSTAR-DIA-VENCIMENTO.                       00014970
             MOVE WRK-DATA-VENCIMENTO TO REC-DATA-VENCIMENTO.           00014980
             MOVE ZEROS             TO REC-DATA-PAGAMENTO.              00014990
             SET REC-SIT-ABERTO     TO TRUE.                            00015000
             SET REC-NAO-REMETIDO  TO TRUE.                             00015010
             SET REC-TITULO-NORMAL  TO TRUE.                            00015020
             MOVE ZEROS             TO REC-MULTA-PAGA.                  00015030
             MOVE ZEROS             TO REC-JUROS-PAGOS.                 00015040
             MOVE ZEROS             TO REC-DATA-BAIXA.                  00015050
             MOVE ZEROS             TO REC-VALOR-BAIXADO.               00015060
             MOVE ZEROS             TO REC-VALOR-RECUPERADO.            00015070
             WRITE CPREC01-REGISTRO                                     00015080
                 INVALID KEY                                            00015090
                     DISPLAY ' AVISO: TITULO JA POSTADO P/ NOTA '       00015100
                             REC-NUM-NOTA '/' REC-PARCELA               00015110
             END-WRITE.                                                 00015120
      *---------------------------------------------------              00015130
       0245-AJUSTAR-DIA-VENCIMENTO        SECTION.                      00015140
      *    TRAVA O DIA DO VENCIMENTO NO ULTIMO DIA DO MES DE            00015150
      *    DESTINO - EMISSAO NO DIA 29/30/31 GERAVA DATAS DE            00015160
      *    CALENDARIO INVALIDAS (EX. 31/02) QUE SEGUIAM PARA O          00015170
      *    ARQUIVO DE REMESSA BANCARIA (FR05CB55)                       00015180
      *---------------------------------------------------              00015190
             EVALUATE WRK-VENC-MES                                      00015200
                 WHEN 01                                                00015210
                 WHEN 03                                                00015220
                 WHEN 05                                                00015230
                 WHEN 07                                                00015240
                 WHEN 08                                                00015250
                 WHEN 10                                                00015260
                 WHEN 12                                                00015270
                     MOVE 31 TO WRK-VENC-ULT-DIA                        00015280
                 WHEN 04                                                00015290
                 WHEN 06                                                00015300
                 WHEN 09                                                00015310
                 WHEN 11                                                00015320
                     MOVE 30 TO WRK-VENC-ULT-DIA                        00015330
                 WHEN 02                                                00015340
                     DIVIDE WRK-VENC-ANO BY 4                           00015350
                         GIVING WRK-VENC-QUOC                           00015360
                         REMAINDER WRK-VENC-RESTO                       00015370
                     IF WRK-VENC-RESTO EQUAL ZEROS                      00015380
                         MOVE 29 TO WRK-VENC-ULT-DIA                    00015390
                     ELSE                                               00015400
                         MOVE 28 TO WRK-VENC-ULT-DIA                    00015410
                     END-IF                                             00015420
             END-EVALUATE.                                              00015430
             IF WRK-VENC-DIA > WRK-VENC-ULT-DIA                         00015440
                 MOVE WRK-VENC-ULT-DIA TO WRK-VENC-DIA                  00015450
             END-IF.                                                    00015460
      *---------------------------------------------------              00015470
       0250-ATUALIZAR-EXPOSICAO          SECTION.                       00015480
      *    CARREGA O VALOR DA NOTA E O FRETE NO SALDO EM ABERTO         00015490
      *    DO CLIENTE (JA LIDO PELA IMPRESSAO DA NOTA), COMO NA         00015500
      *    FR05CB26 - SALDO EM BRANCO (REGISTRO LEGADO) E TRATADO       00015510
      *    COMO ZERADO                                                  00015520
      *---------------------------------------------------              00015530
             IF WRK-CLIENTE-AUSENTE                                     00015540
                 DISPLAY ' AVISO: CLIENTE ' PED-CLI-ID                  00015550
                         ' SEM CADASTRO - EXPOSICAO NAO ATUALIZADA'     00015560
             ELSE                                                       00015570
                 IF CLI-SALDO-ABERTO NOT NUMERIC                        00015580
                     MOVE ZEROS TO CLI-SALDO-ABERTO                     00015590
                 END-IF                                                 00015600
                 ADD PED-VALOR-TOTAL WRK-VALOR-FRETE                    00015610
                     TO CLI-SALDO-ABERTO                                00015620
                 REWRITE CPCLIE01-REGISTRO                              00015630
             END-IF.                                                    00015640
      *---------------------------------------------------              00015650
       0260-ACUMULAR-VENDAS               SECTION.                      00015660
      *    ACUMULA A NOTA EMITIDA NO HISTORICO MENSAL DE VENDAS,        00015670
      *    NOS TRES ACUMULADORES: PRODUTO, CATEGORIA (DO MASTER         00015680
      *    JA LIDO PELO FATURAMENTO) E CLIENTE                          00015690
      *---------------------------------------------------              00015700
             MOVE WRK-DATA-LANCAMENTO (1:6) TO VDH-ANOMES.              00015710
             SET VDH-TIPO-PRODUTO TO TRUE.                              00015720
             MOVE SPACES     TO VDH-CODIGO.                             00015730
             MOVE PED-CODIGO TO VDH-CODIGO.                             00015740
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00015750
             SET VDH-TIPO-CATEGORIA TO TRUE.                            00015760
             MOVE SPACES         TO VDH-CODIGO.                         00015770
             MOVE PRDM-CATEGORIA TO VDH-CODIGO.                         00015780
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00015790
             SET VDH-TIPO-CLIENTE TO TRUE.                              00015800
             MOVE SPACES     TO VDH-CODIGO.                             00015810
             MOVE PED-CLI-ID TO VDH-CODIGO (1:5).                       00015820
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00015830
      *---------------------------------------------------              00015840
       0265-ACUMULAR-UMA-CHAVE            SECTION.                      00015850
      *    LE (OU CRIA ZERADO) O ACUMULADOR DA CHAVE MONTADA E          00015860
      *    SOMA A QUANTIDADE E O VALOR DA NOTA                          00015870
      *---------------------------------------------------              00015880
             READ VENDHIST                                              00015890
                 INVALID KEY                                            00015900
                     MOVE ZEROS TO VDH-QUANTIDADE                       00015910
                     MOVE ZEROS TO VDH-VALOR                            00015920
                     ADD PED-QUANTIDADE  TO VDH-QUANTIDADE              00015930
                     ADD PED-VALOR-TOTAL TO VDH-VALOR                   00015940
                     WRITE CPVDH01-REGISTRO                             00015950
                 NOT INVALID KEY                                        00015960
                     ADD PED-QUANTIDADE  TO VDH-QUANTIDADE              00015970
                     ADD PED-VALOR-TOTAL TO VDH-VALOR                   00015980
                     REWRITE CPVDH01-REGISTRO                           00015990
             END-READ.                                                  00016000
      *---------------------------------------------------              00016010
       0280-FECHAR-PEDIDO                 SECTION.                      00016020
             IF WRK-PED-LIN-LIBERAD > ZERO                              00016030
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00016040
                 PERFORM 0285-ATUALIZAR-CABECALHO                       00016050
             END-IF.                                                    00016060
             MOVE ZEROS TO WRK-PED-NOTA.                                00016070
             MOVE ZERO TO WRK-PED-LIN-FATUR.                            00016080
             MOVE ZERO TO WRK-PED-LIN-BACKORD.                          00016090
             MOVE ZERO TO WRK-PED-LIN-ABERTAS.                          00016100
             MOVE ZERO TO WRK-PED-LIN-LIBERAD.                          00016110
      *---------------------------------------------------              00016120
       0285-ATUALIZAR-CABECALHO           SECTION.                      00016130
      *    SITUACAO DO CABECALHO PELAS LINHAS, COMO NO                  00016140
      *    FATURAMENTO; O CABECALHO GUARDA A ULTIMA NOTA                00016150
      *    LIBERADA DO PEDIDO                                           00016160
      *---------------------------------------------------              00016170
             MOVE WRK-PED-CORRENTE TO PDC-NUMERO.                       00016180
             READ PEDIDO-CABEC                                          00016190
                 INVALID KEY                                            00016200
                     GO TO 0285-99-FIM                                  00016210
             END-READ.                                                  00016220
             EVALUATE TRUE                                              00016230
                 WHEN WRK-PED-LIN-ABERTAS EQUAL ZERO                    00016240
                  AND WRK-PED-LIN-BACKORD EQUAL ZERO                    00016250
                     SET PDC-FATURADO TO TRUE                           00016260
                 WHEN WRK-PED-LIN-FATUR > ZERO                          00016270
                     SET PDC-PARCIAL TO TRUE                            00016280
                 WHEN WRK-PED-LIN-BACKORD > ZERO                        00016290
                     SET PDC-BACKORDER TO TRUE                          00016300
                 WHEN OTHER                                             00016310
                     SET PDC-ABERTO TO TRUE                             00016320
             END-EVALUATE.                                              00016330
             MOVE WRK-PED-NOTA        TO PDC-NUM-NOTA.                  00016340
             MOVE WRK-DATA-LANCAMENTO TO PDC-DATA-FATURA.               00016350
             REWRITE CPPDC01-REGISTRO.                                  00016360
       0285-99-FIM.            EXIT.                                    00016370
      *---------------------------------------------------              00016380
       0289-GRAVAR-DESVIO                 SECTION.                      00016390
      *    NOTA LIBERADA COM O PERIODO DA DATA DE NEGOCIO               00016400
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00016410
      *    COM O NUMERO E O TOTAL BRUTO DA NOTA                         00016420
      *---------------------------------------------------              00016430
             MOVE WRK-NOTA-NUMERO     TO WRK-DOC-NF-NUMERO.             00016440
             MOVE WRK-DOC-NOTA        TO DSV-DOCUMENTO.                 00016450
             COMPUTE DSV-VALOR = WRK-VALOR-BRUTO + WRK-VALOR-FRETE.     00016460
             PERFORM 0972-GRAVAR-DESVIO.                                00016470
      *---------------------------------------------------              00016480
       0300-FINALIZAR                     SECTION.                      00016490
             IF WRK-PED-CORRENTE > ZEROS                                00016500
                 PERFORM 0280-FECHAR-PEDIDO                             00016510
             END-IF.                                                    00016520
             PERFORM 0320-REGRAVAR-CARTEIRA.                            00016530
             PERFORM 0310-GRAVA-CONTROLE.                               00016540
             MOVE WRK-CONT-LIDOS                                        00016550
                 TO WRK-STT-REGISTROS.                                  00016560
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00016570
             CLOSE PEDIDOS.                                             00016580
             CLOSE PRODUTO-MASTER.                                      00016590
             CLOSE CLIENTE-MASTER.                                      00016600
             CLOSE BACKORDER-SAI.                                       00016610
             CLOSE LIVROMOV.                                            00016620
             CLOSE RELNOTA.                                             00016630
             CLOSE CONTROLE.                                            00016640
             CLOSE CONTASREC.                                           00016650
             CLOSE NOTAHIST.                                            00016660
             CLOSE VENDHIST.                                            00016670
             CLOSE ENDERECO-MASTER.                                     00016680
             CLOSE TAXA-MASTER.                                         00016690
             IF WRK-FS-FRETE NOT EQUAL '35'                             00016700
                 CLOSE FRETE-MASTER                                     00016710
             END-IF.                                                    00016720
             IF WRK-FS-CONDPAG NOT EQUAL '35'                           00016730
                 CLOSE CONDPAG-MASTER                                   00016740
             END-IF.                                                    00016750
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00016760
                 CLOSE PEDIDO-CABEC                                     00016770
             END-IF.                                                    00016780
             CLOSE SALDOS.                                              00016790
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00016800
                 CLOSE CONVERSAO                                        00016810
             END-IF.                                                    00016820
             CLOSE NFE-SAIDA.                                           00016830
             CLOSE DESVIO.                                              00016840
             PERFORM 0330-REGISTRAR-MANIFESTO.                          00016850
             DISPLAY '------------------'.                              00016860
             DISPLAY '  CARTEIRA CARREGADA: ' WRK-CONT-CARTEIRA.        00016870
             DISPLAY '  PEDIDOS LIBERADOS.: ' WRK-CONT-LIBERADOS.       00016880
             DISPLAY '  PEDIDOS RETIDOS...: ' WRK-CONT-RETIDOS.         00016890
             DISPLAY '  FORA DO PICKING...: '                           00016900
                     WRK-CONT-FORA-PICK.                                00016910
             DISPLAY '  SEM ZONA DE FRETE.: '                           00016920
                     WRK-CONT-SEM-ZONA.                                 00016930
             DISPLAY '  FRETE COBRADO.....: '                           00016940
                     WRK-TOTAL-FRETE.                                   00016950
             DISPLAY '  REGISTROS DA NF-E.: '                           00016960
                     WRK-CONT-NFE.                                      00016970
             DISPLAY '  NOTAS DESVIADAS...: '                           00016980
                     WRK-CONT-DESVIADOS.                                00016990
             DISPLAY '  PERIODO BLOQUEADO.: '                           00017000
                     WRK-CONT-BLOQUEADOS.                               00017010
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00017020
             PERFORM 9000-TRATA-ERROS.                                  00017030
      *---------------------------------------------------              00017040
       0320-REGRAVAR-CARTEIRA             SECTION.                      00017050
      *    REGRAVA NA NOVA GERACAO DA CARTEIRA AS ENTRADAS QUE          00017060
      *    SEGUEM AGUARDANDO ESTOQUE, NA MESMA ORDEM, E LISTA           00017070
      *    CADA UMA COM A DATA DE ENTRADA NA CARTEIRA                   00017080
      *---------------------------------------------------              00017090
             MOVE ZERO TO WRK-IDX.                                      00017100
             PERFORM 0325-REGRAVAR-UMA-ENTRADA                          00017110
                 UNTIL WRK-IDX >= WRK-CONT-CARTEIRA.                    00017120
      *---------------------------------------------------              00017130
       0325-REGRAVAR-UMA-ENTRADA          SECTION.                      00017140
             ADD 1 TO WRK-IDX.                                          00017150
             IF WRK-CAR-AGUARDANDO (WRK-IDX)                            00017160
                 MOVE WRK-CAR-IMAGEM (WRK-IDX) TO CPBOR01-REGISTRO      00017170
                 WRITE CPBOR01-REGISTRO                                 00017180
                 MOVE WRK-CAR-PED-NUMERO (WRK-IDX) TO WRK-RET-NUMERO    00017190
                 MOVE WRK-CAR-DATA-ENTRADA (WRK-IDX)                    00017200
                     TO WRK-DATA-ENTRADA-VIS                            00017210
                 MOVE WRK-ENT-DIA TO WRK-RET-DIA                        00017220
                 MOVE WRK-ENT-MES TO WRK-RET-MES                        00017230
                 MOVE WRK-ENT-ANO TO WRK-RET-ANO                        00017240
                 MOVE WRK-CAR-QTD-FALTA (WRK-IDX) TO WRK-RET-FALTA      00017250
                 WRITE REL-LINHA FROM WRK-LINHA-RETIDO                  00017260
             END-IF.                                                    00017270
      *---------------------------------------------------              00017280
       0310-GRAVA-CONTROLE                SECTION.                      00017290
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00017300
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14) -      00017310
      *    O CAMPO DE HASH CARREGA O TOTAL DE IMPOSTO DAS NOTAS         00017320
      *    LIBERADAS, EM CENTAVOS, PARA O FECHAMENTO FISCAL             00017330
      *---------------------------------------------------              00017340
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00017350
             MOVE SPACES              TO CTL-DATA-HORA.                 00017360
             MOVE WRK-CONT-CARTEIRA   TO CTL-QTD-LIDOS.                 00017370
             MOVE WRK-CONT-LIBERADOS  TO CTL-QTD-GRAVADOS.              00017380
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-REJEITADOS.            00017390
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00017400
             MOVE WRK-CONT-FORA-PICK  TO CTL-QTD-FILTRADOS.             00017410
             COMPUTE CTL-HASH-TOTAL =                                   00017420
                 WRK-TOTAL-IMPOSTO * 100.                               00017430
             MOVE ZERO                TO CTL-QTD-FONTES.                00017440
             WRITE CPCTRL01-REGISTRO.                                   00017450
      *---------------------------------------------------              00017460
       0330-REGISTRAR-MANIFESTO           SECTION.                      00017470
      *    SOMA AS NOTAS LIBERADAS, ANEXADAS AO ARQUIVO DA NF-E,        00017480
      *    NA GERACAO DO MANIFESTO DAS INTERFACES DE SAIDA ABERTA       00017490
      *    PELO FATURAMENTO (SERVICO FR06CB34, MODO ACRESCIMO)          00017500
      *---------------------------------------------------              00017510
             MOVE 'NFE'               TO MNF-REG-INTERFACE.             00017520
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00017530
             SET MNF-REG-ACRESCIMO    TO TRUE.                          00017540
             MOVE WRK-CONT-NFE        TO MNF-REG-QTD-REGISTROS.         00017550
             COMPUTE MNF-REG-VALOR-HASH = WRK-HASH-NFE * 100.           00017560
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00017570
             IF MNF-REG-OK                                              00017580
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00017590
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00017600
                         MNF-REG-GERACAO                                00017610
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00017620
                 DISPLAY ' AVISO: NF-E JA TRANSMITIDA NA DATA - '       00017630
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00017640
                         MNF-REG-GERACAO                                00017650
             ELSE                                                       00017660
                 DISPLAY ' AVISO: NF-E NAO REGISTRADA NO '              00017670
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00017680
             END-IF                                                     00017690
             END-IF.                                                    00017700
      *---------------------------------------------------              00017710
       9000-TRATA-ERROS                   SECTION.                      00017720
      *---------------------------------------------------              00017730
             PERFORM 9050-GRAVAR-ERRLOG.                                00017740
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00017750
             STOP RUN.                                                  00017760
      *--------------------------------------------------------------   00017770
       9000-99-FIM.            EXIT.                                    00017780
      *--------------------------------------------------------------   00017790
