      *                         OS DEMAIS CARIMBOS DA NOITE - O         00001370
      *                         RELOGIO DESALINHAVA A IDADE DO          00001380
      *                         BACKORDER NA VIRADA DE MEIA-NOITE       00001390
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: AS LINHAS     00001400
      *                         CONSECUTIVAS DO MESMO PEDIDO SAEM       00001410
      *                         NUMA NOTA SO, COM UMA LINHA DE ITEM     00001420
      *                         E IMPOSTO POR LINHA E O TOTAL DA        00001430
      *                         NOTA NO FECHAMENTO. O TITULO DO         00001440
      *                         CONTAS A RECEBER E A EXPOSICAO DO       00001450
      *                         CLIENTE PASSAM A SER PELO TOTAL DA      00001460
      *                         NOTA; O HISTORICO GRAVA UMA LINHA       00001470
      *                         POR ITEM (NFH-ITEM). LINHA SEM          00001480
      *                         ESTOQUE VAI PARA O BACKORDER E AS       00001490
      *                         DEMAIS SEGUEM FATURADAS. O              00001500
      *                         CABECALHO DO PEDIDO (CPPDC01)           00001510
      *                         RECEBE O STATUS (F/P/B), O NUMERO       00001520
      *                         DA NOTA E A DATA DO FATURAMENTO         00001530
      *     15/10/2026  IVS     PROMOCAO NO FATURAMENTO SO VALE         00001540
      *                         QUANDO MENOR QUE O PRECO FIXADO E       00001550
      *                         MARCA A REGRA DA LINHA; HISTORICO       00001560
      *                         DA NOTA GRAVA REGRA DE PRECO E O        00001570
      *                         PRECO DE LISTA                          00001580
      *     15/10/2026  IVS     FRETE POR ZONA DE DESTINO: NO           00001590
      *                         FECHAMENTO DA NOTA O ENDERECO DO        00001600
      *                         CLIENTE (UF E CEP) E PROCURADO NA       00001610
      *                         TABELA DE FRETE (CPFRT01); A LINHA      00001620
      *                         DE FRETE SAI NA NOTA, ENTRA NO          00001630
      *                         BRUTO, NO TITULO DO CONTAS A            00001640
      *                         RECEBER E NA EXPOSICAO, E FICA NO       00001650
      *                         ITEM 001 DO HISTORICO PARA A            00001660
      *                         INTERFACE CONTABIL (FR05CB83)           00001670
      *     15/10/2026  IVS     TITULO POR PARCELA: A NOTA SAI          00001680
      *                         PARCELADA PELA CONDICAO DE              00001690
      *                         PAGAMENTO (CPCPG01) DO PEDIDO           00001700
      *                         (PDC-COND-PAGTO) OU, NA FALTA, DO       00001710
      *                         CLIENTE (CLI-COND-PAGTO) - CADA         00001720
      *                         PARCELA VENCE N MESES APOS A            00001730
      *                         EMISSAO, COM O DIA TRAVADO NO FIM       00001740
      *                         DO MES; SEM CONDICAO, PARCELA           00001750
      *                         UNICA EM UM MES COMO ANTES. CHAVE       00001760
      *                         DO CONTAS A RECEBER PASSA A SER         00001770
      *                         NOTA + PARCELA (REC-CHAVE)              00001780
      *     15/10/2026  IVS     TITULO POSTADO COMO TITULO              00001790
      *                         NORMAL, COM MULTA E JUROS               00001800
      *                         RECEBIDOS ZERADOS (CPREC01)             00001810
      *     15/10/2026  IVS     O ITEM DA NOTA SAI COM A UNIDADE DE     00001820
      *                         VENDA DO PRODUTO (CPCNV01, PADRAO UN)   00001830
      *     15/10/2026  IVS     NOTA FISCAL ELETRONICA: CADA NOTA       00001840
      *                         EMITIDA SAI TAMBEM NO ARQUIVO DA        00001850
      *                         NF-E (//ARQNFE, CPNFE01) PARA O         00001860
      *                         TRANSMISSOR DA SEFAZ - CABECALHO        00001870
      *                         COM O ENDERECO DO CLIENTE               00001880
      *                         (CPEND01), UM ITEM POR LINHA COM        00001890
      *                         O IMPOSTO DA LINHA (CPTAX01) E O        00001900
      *                         TOTAL DA NOTA; O HISTORICO GRAVA        00001910
      *                         A NOTA COMO PENDENTE DE                 00001920
      *                         AUTORIZACAO (NFH-SIT-NFE)               00001930
      *     15/10/2026  IVS     A LINHA DO HISTORICO DE NOTAS GRAVA     00001940
      *                         UF, CATEGORIA, BASE, ALIQUOTA E         00001950
      *                         IMPOSTO PARA O LIVRO DE SAIDAS          00001960
      *     15/10/2026  IVS     LINHA DA NOTA NASCE SEM SITUACAO DE     00001970
      *                         CANCELAMENTO (NFH-SITUACAO EM           00001980
      *                         BRANCO) - O CANCELAMENTO NO DIA DA      00001990
      *                         EMISSAO E FEITO PELA FR06CB17           00002000
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00002010
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00002020
      *                         LIVRO, HISTORICO DA NOTA, TITULO,       00002030
      *                         HISTORICO MENSAL E CABECALHO DO         00002040
      *                         PEDIDO SAO CARIMBADOS NO PRIMEIRO       00002050
      *                         PERIODO ABERTO SEGUINTE E CADA NOTA     00002060
      *                         VAI PARA O ARQUIVO DE DESVIOS           00002070
      *                         (CPDSV01); A NF-E E O VENCIMENTO        00002080
      *                         SEGUEM A DATA DE NEGOCIO. PERIODO EM    00002090
      *                         FECHAMENTO: NADA E FATURADO E OS        00002100
      *                         PEDIDOS PERMANECEM ABERTOS              00002110
      *     15/10/2026  IVS     REGISTRA O ARQUIVO DA NF-E NO MANIFESTO 00002120
      *                         DAS INTERFACES DE SAIDA (FR06CB34,      00002130
      *                         //ARQMNF) COM A QTD DE REGISTROS E A    00002140
      *                         SOMA DOS TOTAIS BRUTOS, PARA A          00002150
      *                         LIBERACAO (FR06CB35)                    00002160
      *=======================================================*         00002170
                                                                        00002180
      *=======================================================*         00002190
       ENVIRONMENT                               DIVISION.              00002200
      *=======================================================*         00002210
       INPUT-OUTPUT                              SECTION.               00002220
       FILE-CONTROL.                                                    00002230
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00002240
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00002250
                                                                        00002260
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00002270
                ORGANIZATION IS INDEXED                                 00002280
                ACCESS MODE  IS DYNAMIC                                 00002290
                RECORD KEY   IS PRDM-CODIGO                             00002300
                FILE STATUS  IS WRK-FS-PRDM.                            00002310
                                                                        00002320
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00002330
                ORGANIZATION IS INDEXED                                 00002340
                ACCESS MODE  IS DYNAMIC                                 00002350
                RECORD KEY   IS CLI-ID                                  00002360
                FILE STATUS  IS WRK-FS-CLIENTE.                         00002370
                                                                        00002380
             SELECT RELNOTA  ASSIGN TO ARQRPT                           00002390
                FILE STATUS  IS WRK-FS-RELNOTA.                         00002400
                                                                        00002410
             SELECT CONTROLE ASSIGN TO ARQCTL                           00002420
                FILE STATUS  IS WRK-FS-CONTROLE.                        00002430
                                                                        00002440
             SELECT BACKORDER ASSIGN TO ARQBOR                          00002450
                FILE STATUS  IS WRK-FS-BACKORDER.                       00002460
                                                                        00002470
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00002480
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00002490
                                                                        00002500
             SELECT PICKENT  ASSIGN TO ARQPIC                           00002510
                FILE STATUS  IS WRK-FS-PICKENT.                         00002520
                                                                        00002530
             SELECT SALDOS   ASSIGN TO ARQSLD                           00002540
                ORGANIZATION IS INDEXED                                 00002550
                ACCESS MODE  IS DYNAMIC                                 00002560
                RECORD KEY   IS SLD-CHAVE                               00002570
                FILE STATUS  IS WRK-FS-SALDOS.                          00002580
                                                                        00002590
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00002600
                ORGANIZATION IS INDEXED                                 00002610
                ACCESS MODE  IS DYNAMIC                                 00002620
                RECORD KEY   IS KIT-CHAVE                               00002630
                FILE STATUS  IS WRK-FS-KIT.                             00002640
                                                                        00002650
                                                                        00002660
             SELECT CONTASREC ASSIGN TO ARQREC                          00002670
                ORGANIZATION IS INDEXED                                 00002680
                ACCESS MODE  IS DYNAMIC                                 00002690
                RECORD KEY   IS REC-CHAVE                               00002700
                FILE STATUS  IS WRK-FS-CONTASREC.                       00002710
                                                                        00002720
             SELECT VENDHIST ASSIGN TO ARQVDH                           00002730
                ORGANIZATION IS INDEXED                                 00002740
                ACCESS MODE  IS DYNAMIC                                 00002750
                RECORD KEY   IS VDH-CHAVE                               00002760
                FILE STATUS  IS WRK-FS-VENDHIST.                        00002770
                                                                        00002780
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00002790
                ORGANIZATION IS INDEXED                                 00002800
                ACCESS MODE  IS DYNAMIC                                 00002810
                RECORD KEY   IS NFH-CHAVE                               00002820
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00002830
                                                                        00002840
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00002850
                ORGANIZATION IS INDEXED                                 00002860
                ACCESS MODE  IS DYNAMIC                                 00002870
                RECORD KEY   IS PDC-NUMERO                              00002880
                FILE STATUS  IS WRK-FS-PEDCAB.                          00002890
                                                                        00002900
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00002910
                ORGANIZATION IS INDEXED                                 00002920
                ACCESS MODE  IS DYNAMIC                                 00002930
                RECORD KEY   IS CAL-DATA                                00002940
                FILE STATUS  IS WRK-FS-CALEND.                          00002950
                                                                        00002960
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00002970
                ORGANIZATION IS INDEXED                                 00002980
                ACCESS MODE  IS DYNAMIC                                 00002990
                RECORD KEY   IS END-CLI-ID                              00003000
                FILE STATUS  IS WRK-FS-ENDERECO.                        00003010
                                                                        00003020
             SELECT TAXA-MASTER ASSIGN TO ARQTAX                        00003030
                ORGANIZATION IS INDEXED                                 00003040
                ACCESS MODE  IS DYNAMIC                                 00003050
                RECORD KEY   IS TAX-CHAVE                               00003060
                FILE STATUS  IS WRK-FS-TAXA.                            00003070
                                                                        00003080
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00003090
                ORGANIZATION IS INDEXED                                 00003100
                ACCESS MODE  IS DYNAMIC                                 00003110
                RECORD KEY   IS PRM-CODIGO                              00003120
                FILE STATUS  IS WRK-FS-PROMO.                           00003130
                                                                        00003140
             SELECT FRETE-MASTER ASSIGN TO ARQFRT                       00003150
                ORGANIZATION IS INDEXED                                 00003160
                ACCESS MODE  IS DYNAMIC                                 00003170
                RECORD KEY   IS FRT-CHAVE                               00003180
                FILE STATUS  IS WRK-FS-FRETE.                           00003190
                                                                        00003200
             SELECT CONDPAG-MASTER ASSIGN TO ARQCPG                     00003210
                ORGANIZATION IS INDEXED                                 00003220
                ACCESS MODE  IS DYNAMIC                                 00003230
                RECORD KEY   IS CPG-CODIGO                              00003240
                FILE STATUS  IS WRK-FS-CONDPAG.                         00003250
                                                                        00003260
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00003270
                ORGANIZATION IS INDEXED                                 00003280
                ACCESS MODE  IS DYNAMIC                                 00003290
                RECORD KEY   IS CNV-CODIGO                              00003300
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00003310
                                                                        00003320
             SELECT NFE-SAIDA ASSIGN TO ARQNFE                          00003330
                FILE STATUS  IS WRK-FS-NFE.                             00003340
                                                                        00003350
             SELECT PERIODO  ASSIGN TO ARQPER                           00003360
                ORGANIZATION IS INDEXED                                 00003370
                ACCESS MODE  IS DYNAMIC                                 00003380
                RECORD KEY   IS PER-ANOMES                              00003390
                FILE STATUS  IS WRK-FS-PERIODO.                         00003400
                                                                        00003410
             SELECT DESVIO   ASSIGN TO ARQDSV                           00003420
                FILE STATUS  IS WRK-FS-DESVIO.                          00003430
                                                                        00003440
             SELECT ERRLOG   ASSIGN TO ARQERR                           00003450
                FILE STATUS  IS WRK-FS-ERRLOG.                          00003460
                                                                        00003470
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00003480
                FILE STATUS  IS WRK-FS-ESTATIS.                         00003490
      *=======================================================*         00003500
       DATA                                      DIVISION.              00003510
      *=======================================================*         00003520
       FILE                                      SECTION.               00003530
       FD PEDIDOS                                                       00003540
           RECORDING MODE IS F                                          00003550
           BLOCK CONTAINS 0 RECORDS.                                    00003560
           COPY CPPED01.                                                00003570
                                                                        00003580
       FD PRODUTO-MASTER.                                               00003590
           COPY CPPRDM01.                                               00003600
                                                                        00003610
       FD CLIENTE-MASTER.                                               00003620
           COPY CPCLIE01.                                               00003630
                                                                        00003640
       FD RELNOTA                                                       00003650
           RECORDING MODE IS F                                          00003660
           BLOCK CONTAINS 0 RECORDS.                                    00003670
       01 REL-LINHA                    PIC X(132).                      00003680
                                                                        00003690
       FD CONTROLE                                                      00003700
           RECORDING MODE IS F                                          00003710
           BLOCK CONTAINS 0 RECORDS.                                    00003720
           COPY CPCTRL01.                                               00003730
                                                                        00003740
       FD BACKORDER                                                     00003750
           RECORDING MODE IS F                                          00003760
           BLOCK CONTAINS 0 RECORDS.                                    00003770
           COPY CPBOR01.                                                00003780
                                                                        00003790
       FD LIVROMOV                                                      00003800
           RECORDING MODE IS F                                          00003810
           BLOCK CONTAINS 0 RECORDS.                                    00003820
           COPY CPMOV02.                                                00003830
                                                                        00003840
       FD PICKENT                                                       00003850
           RECORDING MODE IS F                                          00003860
           BLOCK CONTAINS 0 RECORDS.                                    00003870
           COPY CPPIC01.                                                00003880
                                                                        00003890
       FD SALDOS.                                                       00003900
           COPY CPSLD01.                                                00003910
                                                                        00003920
       FD KIT-MASTER.                                                   00003930
           COPY CPKIT01.                                                00003940
                                                                        00003950
       FD CONTASREC.                                                    00003960
           COPY CPREC01.                                                00003970
                                                                        00003980
       FD VENDHIST.                                                     00003990
           COPY CPVDH01.                                                00004000
                                                                        00004010
       FD NOTAHIST.                                                     00004020
           COPY CPNFH01.                                                00004030
                                                                        00004040
       FD PEDIDO-CABEC.                                                 00004050
           COPY CPPDC01.                                                00004060
                                                                        00004070
       FD CALENDARIO.                                                   00004080
           COPY CPCAL01.                                                00004090
                                                                        00004100
       FD ENDERECO-MASTER.                                              00004110
           COPY CPEND01.                                                00004120
                                                                        00004130
       FD TAXA-MASTER.                                                  00004140
           COPY CPTAX01.                                                00004150
                                                                        00004160
       FD PROMO-MASTER.                                                 00004170
           COPY CPPRM01.                                                00004180
                                                                        00004190
       FD FRETE-MASTER.                                                 00004200
           COPY CPFRT01.                                                00004210
                                                                        00004220
       FD CONDPAG-MASTER.                                               00004230
           COPY CPCPG01.                                                00004240
                                                                        00004250
       FD CONVERSAO.                                                    00004260
           COPY CPCNV01.                                                00004270
                                                                        00004280
       FD NFE-SAIDA                                                     00004290
           RECORDING MODE IS F                                          00004300
           BLOCK CONTAINS 0 RECORDS.                                    00004310
           COPY CPNFE01.                                                00004320
                                                                        00004330
       FD PERIODO.                                                      00004340
           COPY CPPER01.                                                00004350
                                                                        00004360
       FD DESVIO                                                        00004370
           RECORDING MODE IS F                                          00004380
           BLOCK CONTAINS 0 RECORDS.                                    00004390
           COPY CPDSV01.                                                00004400
                                                                        00004410
       FD ERRLOG.                                                       00004420
           COPY CPERRL01.                                               00004430
                                                                        00004440
       FD ESTATIS                                                       00004450
           RECORDING MODE IS F                                          00004460
           BLOCK CONTAINS 0 RECORDS.                                    00004470
           COPY CPSTA01.                                                00004480
      *---------------------------------------------------              00004490
       WORKING-STORAGE                           SECTION.               00004500
      *---------------------------------------------------              00004510
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00004520
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00004530
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00004540
       77 WRK-FS-RELNOTA      PIC X(02) VALUE SPACES.                   00004550
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00004560
       77 WRK-FS-BACKORDER    PIC X(02) VALUE SPACES.                   00004570
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00004580
       77 WRK-FS-KIT          PIC X(02) VALUE SPACES.                   00004590
       77 WRK-FS-PICKENT      PIC X(02) VALUE SPACES.                   00004600
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00004610
       77 WRK-SLD-CODIGO      PIC 9(08) VALUE ZEROS.                    00004620
       77 WRK-SLD-QTD-BAIXA   PIC 9(07) VALUE ZERO.                     00004630
       01 WRK-SW-SALDO-DEP.                                             00004640
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00004650
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00004660
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00004670
       77 WRK-CONT-FORA-PICK  PIC 9(09) COMP VALUE ZERO.                00004680
       77 WRK-CONT-ABAIXO-CUS PIC 9(09) COMP VALUE ZERO.                00004690
       01 WRK-SW-PICKING.                                               00004700
          05 WRK-SW-PICKING-IND      PIC X(01) VALUE 'N'.               00004710
             88 WRK-PICKING-LIGADO         VALUE 'S'.                   00004720
             88 WRK-PICKING-DESLIGADO      VALUE 'N'.                   00004730
       77 WRK-MAX-PICK        PIC 9(04) COMP VALUE 2000.                00004740
       77 WRK-QTD-PICK        PIC 9(04) COMP VALUE ZERO.                00004750
       77 WRK-IDX-PICK        PIC 9(04) COMP VALUE ZERO.                00004760
       77 WRK-IDX-PICK-ACH    PIC 9(04) COMP VALUE ZERO.                00004770
       01 WRK-TABELA-PICK.                                              00004780
          05 WRK-ENT-PICK OCCURS 2000 TIMES.                            00004790
             10 WRK-PIK-NUMERO        PIC 9(05).                        00004800
       77 WRK-CONT-KIT-CURTO  PIC 9(09) COMP VALUE ZERO.                00004810
       77 WRK-QTD-MONTAVEIS   PIC 9(09) COMP-3 VALUE ZERO.              00004820
       77 WRK-MONTAVEIS-COMP  PIC 9(09) COMP-3 VALUE ZERO.              00004830
       77 WRK-QTD-BAIXA-COMP  PIC 9(07) VALUE ZERO.                     00004840
       01 WRK-SW-KIT.                                                   00004850
          05 WRK-SW-KIT-IND          PIC X(01) VALUE 'N'.               00004860
             88 WRK-PEDIDO-KIT             VALUE 'S'.                   00004870
             88 WRK-PEDIDO-SIMPLES         VALUE 'N'.                   00004880
       01 WRK-SW-KIT-CURTO.                                             00004890
          05 WRK-SW-KIT-CURTO-IND    PIC X(01) VALUE 'N'.               00004900
             88 WRK-KIT-CURTO              VALUE 'S'.                   00004910
             88 WRK-KIT-COMPLETO           VALUE 'N'.                   00004920
      *---------------------------------------------------              00004930
      *    COMPONENTES DO KIT DO PEDIDO CORRENTE                        00004940
      *---------------------------------------------------              00004950
       77 WRK-MAX-COMP        PIC 9(02) COMP VALUE 20.                  00004960
       77 WRK-QTD-COMP        PIC 9(02) COMP VALUE ZERO.                00004970
       77 WRK-IDX-COMP        PIC 9(02) COMP VALUE ZERO.                00004980
       01 WRK-TABELA-COMP.                                              00004990
          05 WRK-ENT-COMP OCCURS 20 TIMES.                              00005000
             10 WRK-CMP-CODIGO        PIC 9(08).                        00005010
             10 WRK-CMP-QTD-KIT       PIC 9(05).                        00005020
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00005030
       77 WRK-SALDO-ANTERIOR  PIC 9(07) VALUE ZERO.                     00005040
       01 WRK-DOC-NOTA.                                                 00005050
          05 FILLER                 PIC X(02) VALUE 'NF'.               00005060
          05 WRK-DOC-NF-NUMERO      PIC 9(05).                          00005070
          05 FILLER                 PIC X(03) VALUE SPACES.             00005080
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00005090
       77 WRK-FS-NOTAHIST    PIC X(02) VALUE SPACES.                    00005100
       77 WRK-FS-VENDHIST    PIC X(02) VALUE SPACES.                    00005110
       77 WRK-FS-PEDCAB      PIC X(02) VALUE SPACES.                    00005120
      *---------------------------------------------------              00005130
      *    PEDIDO CORRENTE (LINHAS CONSECUTIVAS DO MESMO NUMERO) E      00005140
      *    TOTAIS DA NOTA EM EMISSAO                                    00005150
      *---------------------------------------------------              00005160
       77 WRK-PED-CORRENTE    PIC 9(05) VALUE ZEROS.                    00005170
       77 WRK-PED-CLI-ID      PIC 9(05) VALUE ZEROS.                    00005180
       77 WRK-PED-LIN-FATUR   PIC 9(03) COMP VALUE ZERO.                00005190
       77 WRK-PED-LIN-BACKORD PIC 9(03) COMP VALUE ZERO.                00005200
       77 WRK-PED-LIN-ABERTAS PIC 9(03) COMP VALUE ZERO.                00005210
       77 WRK-PED-LIN-MEXIDAS PIC 9(03) COMP VALUE ZERO.                00005220
       77 WRK-NOTA-LINHAS     PIC 9(03) COMP VALUE ZERO.                00005230
       77 WRK-TNF-LIQUIDO     PIC 9(09)V99 COMP-3 VALUE ZERO.           00005240
       77 WRK-TNF-IMPOSTO     PIC 9(09)V99 COMP-3 VALUE ZERO.           00005250
       77 WRK-TNF-BRUTO       PIC 9(09)V99 COMP-3 VALUE ZERO.           00005260
       77 WRK-TNF-FRETE       PIC 9(07)V99 COMP-3 VALUE ZERO.           00005270
       77 WRK-CONT-LIN-FATUR  PIC 9(09) COMP VALUE ZERO.                00005280
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00005290
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00005300
       77 WRK-CONT-FATURADOS  PIC 9(09) COMP VALUE ZERO.                00005310
       77 WRK-CONT-PENDENTES  PIC 9(09) COMP VALUE ZERO.                00005320
       77 WRK-QTD-FALTA       PIC 9(07) VALUE ZERO.                     00005330
       01 WRK-SW-FATURAVEL.                                             00005340
          05 WRK-SW-FATURAVEL-IND    PIC X(01) VALUE 'S'.               00005350
             88 WRK-PEDIDO-FATURAVEL       VALUE 'S'.                   00005360
             88 WRK-PEDIDO-PENDENTE        VALUE 'N'.                   00005370
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00005380
       77 WRK-FS-TAXA         PIC X(02) VALUE SPACES.                   00005390
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00005400
       77 WRK-FS-FRETE        PIC X(02) VALUE SPACES.                   00005410
       77 WRK-FS-CONDPAG      PIC X(02) VALUE SPACES.                   00005420
       77 WRK-FS-CONVERSAO    PIC X(02) VALUE SPACES.                   00005430
       77 WRK-FS-NFE          PIC X(02) VALUE SPACES.                   00005440
       77 WRK-CONT-NFE        PIC 9(09) COMP VALUE ZERO.                00005450
       77 WRK-HASH-NFE        PIC 9(13)V99 COMP-3 VALUE ZERO.           00005460
       77 WRK-FS-VARREDURA    PIC X(02) VALUE SPACES.                   00005470
       77 WRK-CONT-SEM-ZONA   PIC 9(09) COMP VALUE ZERO.                00005480
       77 WRK-TOTAL-FRETE     PIC 9(11)V99 COMP-3 VALUE ZERO.           00005490
       77 WRK-NOME-CLIENTE    PIC X(30) VALUE SPACES.                   00005500
       77 WRK-CONT-SEM-END    PIC 9(09) COMP VALUE ZERO.                00005510
       77 WRK-UF-CLIENTE      PIC X(02) VALUE SPACES.                   00005520
       77 WRK-ALIQUOTA-NOTA   PIC 9(02)V99 VALUE ZEROS.                 00005530
       77 WRK-VALOR-IMPOSTO   PIC 9(09)V99 COMP-3 VALUE ZERO.           00005540
       77 WRK-VALOR-BRUTO     PIC 9(09)V99 COMP-3 VALUE ZERO.           00005550
       77 WRK-TOTAL-IMPOSTO   PIC 9(13)V99 COMP-3 VALUE ZERO.           00005560
       01 WRK-SW-PROMO.                                                 00005570
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00005580
             88 WRK-PROMO-APLICADA         VALUE 'S'.                   00005590
             88 WRK-PROMO-NAO-APLICADA     VALUE 'N'.                   00005600
      *---------------------------------------------------              00005610
      *    ZONA DE FRETE DO ENDERECO DO CLIENTE (CPFRT01)               00005620
      *---------------------------------------------------              00005630
       01 WRK-SW-ZONA.                                                  00005640
          05 WRK-SW-ZONA-IND         PIC X(01) VALUE 'N'.               00005650
             88 WRK-ZONA-ACHADA            VALUE 'S'.                   00005660
             88 WRK-ZONA-AUSENTE           VALUE 'N'.                   00005670
       01 WRK-ZONA-FRETE.                                               00005680
          05 WRK-ZON-UF          PIC X(02).                             00005690
          05 WRK-ZON-CEP         PIC 9(08).                             00005700
          05 WRK-ZON-CEP-INICIO  PIC 9(08).                             00005710
          05 WRK-ZON-CEP-FIM     PIC 9(08).                             00005720
          05 WRK-ZON-PERC        PIC 9(02)V99.                          00005730
          05 WRK-ZON-MINIMO      PIC 9(07)V99 COMP-3.                   00005740
          05 WRK-ZON-LIMITE      PIC 9(09)V99 COMP-3.                   00005750
       01 WRK-SW-ENDERECO.                                              00005760
          05 WRK-SW-ENDERECO-IND     PIC X(01) VALUE 'N'.               00005770
             88 WRK-END-ACHADO             VALUE 'S'.                   00005780
             88 WRK-END-AUSENTE            VALUE 'N'.                   00005790
       01 WRK-SW-CLIENTE.                                               00005800
          05 WRK-SW-CLIENTE-IND      PIC X(01) VALUE 'N'.               00005810
             88 WRK-CLIENTE-ACHADO         VALUE 'S'.                   00005820
             88 WRK-CLIENTE-AUSENTE        VALUE 'N'.                   00005830
      *---------------------------------------------------              00005840
      *    DATA DO SISTEMA PARA O CABECALHO DAS NOTAS                   00005850
      *---------------------------------------------------              00005860
       01 WRK-DATA-SISTEMA.                                             00005870
          05 WRK-DT-ANO          PIC 9(04).                             00005880
          05 WRK-DT-MES          PIC 9(02).                             00005890
          05 WRK-DT-DIA          PIC 9(02).                             00005900
      *---------------------------------------------------              00005910
      *    VENCIMENTO DO TITULO DE CONTAS A RECEBER - DATA DE           00005920
      *    NEGOCIO DA EMISSAO MAIS OS MESES DA PARCELA, COM O DIA       00005930
      *    TRAVADO NO ULTIMO DIA DO MES DE DESTINO                      00005940
      *---------------------------------------------------              00005950
       01 WRK-DATA-VENCIMENTO.                                          00005960
          05 WRK-VENC-ANO        PIC 9(04).                             00005970
          05 WRK-VENC-MES        PIC 9(02).                             00005980
          05 WRK-VENC-DIA        PIC 9(02).                             00005990
       77 WRK-VENC-ULT-DIA      PIC 9(02) VALUE ZERO.                   00006000
       77 WRK-VENC-QUOC         PIC 9(04) COMP VALUE ZERO.              00006010
       77 WRK-VENC-RESTO        PIC 9(01) COMP VALUE ZERO.              00006020
       77 WRK-VENC-MESES-TOT    PIC 9(03) COMP VALUE ZERO.              00006030
       77 WRK-VENC-ANOS         PIC 9(02) COMP VALUE ZERO.              00006040
       77 WRK-VENC-MES-NOVO     PIC 9(02) COMP VALUE ZERO.              00006050
      *---------------------------------------------------              00006060
      *    PARCELAMENTO DO TITULO PELA CONDICAO DE PAGAMENTO DO         00006070
      *    PEDIDO OU DO CLIENTE (CPCPG01) - SEM CONDICAO, PARCELA       00006080
      *    UNICA DE 100% EM UM MES                                      00006090
      *---------------------------------------------------              00006100
       77 WRK-COND-PAGTO        PIC X(03) VALUE SPACES.                 00006110
       77 WRK-PARC-QTD          PIC 9(02) VALUE ZERO.                   00006120
       77 WRK-PARC-IDX          PIC 9(02) COMP VALUE ZERO.              00006130
       77 WRK-PARC-TOTAL        PIC 9(09)V99 COMP-3 VALUE ZERO.         00006140
       77 WRK-PARC-ACUMULADO    PIC 9(09)V99 COMP-3 VALUE ZERO.         00006150
       01 WRK-COND-PARCELAS.                                            00006160
          05 WRK-CPA-PARCELA     OCCURS 08 TIMES.                       00006170
             10 WRK-CPA-MESES    PIC 9(02).                             00006180
             10 WRK-CPA-PERC     PIC 9(03)V99.                          00006190
      *---------------------------------------------------              00006200
      *    LINHAS DA NOTA IMPRESSA                                      00006210
      *---------------------------------------------------              00006220
       01 WRK-NOTA-SEPARA.                                              00006230
          05 FILLER PIC X(50) VALUE ALL '='.                            00006240
                                                                        00006250
       01 WRK-NOTA-CABEC.                                               00006260
          05 FILLER               PIC X(13) VALUE 'NOTA FISCAL: '.      00006270
          05 WRK-NOTA-NUMERO      PIC 9(05).                            00006280
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00006290
          05 WRK-NOTA-DIA         PIC 9(02).                            00006300
          05 FILLER               PIC X(01) VALUE '/'.                  00006310
          05 WRK-NOTA-MES         PIC 9(02).                            00006320
          05 FILLER               PIC X(01) VALUE '/'.                  00006330
          05 WRK-NOTA-ANO         PIC 9(04).                            00006340
                                                                        00006350
       01 WRK-NOTA-CLIENTE.                                             00006360
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00006370
          05 WRK-NOTA-CLI-ID      PIC 9(05).                            00006380
          05 FILLER               PIC X(03) VALUE ' - '.                00006390
          05 WRK-NOTA-CLI-NOME    PIC X(30).                            00006400
                                                                        00006410
       01 WRK-NOTA-ITEM.                                                00006420
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00006430
          05 WRK-NOTA-CODIGO      PIC 9(08).                            00006440
          05 FILLER               PIC X(06) VALUE '  QTD '.             00006450
          05 WRK-NOTA-QTD         PIC Z(6)9.                            00006460
          05 FILLER               PIC X(01) VALUE SPACE.                00006470
          05 WRK-NOTA-UNID        PIC X(03).                            00006480
          05 FILLER               PIC X(09) VALUE '  PRECO  '.          00006490
          05 WRK-NOTA-PRECO       PIC Z(6)9.99.                         00006500
          05 FILLER               PIC X(09) VALUE '  TOTAL  '.          00006510
          05 WRK-NOTA-TOTAL       PIC Z(8)9.99.                         00006520
                                                                        00006530
       01 WRK-NOTA-PENDENTE.                                            00006540
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00006550
          05 WRK-PEND-NUMERO      PIC 9(05).                            00006560
          05 FILLER               PIC X(37) VALUE                       00006570
             ' EM BACKORDER - ESTOQUE INSUFICIENTE'.                    00006580
          05 FILLER               PIC X(08) VALUE ' FALTA: '.           00006590
          05 WRK-PEND-FALTA       PIC Z(6)9.                            00006600
                                                                        00006610
       01 WRK-NOTA-IMPOSTO.                                             00006620
          05 FILLER               PIC X(09) VALUE 'LIQUIDO: '.          00006630
          05 WRK-IMP-LIQUIDO      PIC Z(8)9.99.                         00006640
          05 FILLER               PIC X(11) VALUE '  IMPOSTO ('.        00006650
          05 WRK-IMP-ALIQUOTA     PIC Z9.99.                            00006660
          05 FILLER               PIC X(04) VALUE '%): '.               00006670
          05 WRK-IMP-VALOR        PIC Z(8)9.99.                         00006680
          05 FILLER               PIC X(09) VALUE '  BRUTO: '.          00006690
          05 WRK-IMP-BRUTO        PIC Z(8)9.99.                         00006700
                                                                        00006710
       01 WRK-NOTA-TOTAIS.                                              00006720
          05 FILLER               PIC X(09) VALUE 'TOTAL:   '.          00006730
          05 WRK-TOT-LIQUIDO      PIC Z(8)9.99.                         00006740
          05 FILLER               PIC X(11) VALUE '  IMPOSTO: '.        00006750
          05 WRK-TOT-IMPOSTO      PIC Z(8)9.99.                         00006760
          05 FILLER               PIC X(09) VALUE '  BRUTO: '.          00006770
          05 WRK-TOT-BRUTO        PIC Z(8)9.99.                         00006780
          05 FILLER               PIC X(09) VALUE '  ITENS: '.          00006790
          05 WRK-TOT-ITENS        PIC ZZ9.                              00006800
                                                                        00006810
       01 WRK-NOTA-FRETE.                                               00006820
          05 FILLER               PIC X(09) VALUE 'FRETE:   '.          00006830
          05 WRK-FRE-VALOR        PIC Z(8)9.99.                         00006840
          05 FILLER               PIC X(02) VALUE SPACES.               00006850
          05 WRK-FRE-OBS          PIC X(40).                            00006860
                                                                        00006870
       01 WRK-LINHA-PROMO.                                              00006880
          05 FILLER               PIC X(28) VALUE                       00006890
             '*** PRECO PROMOCIONAL ***   '.                            00006900
                                                                        00006910
       01 WRK-NOTA-COMPONENTE.                                          00006920
          05 FILLER               PIC X(14) VALUE '  COMPONENTE: '.     00006930
          05 WRK-CMP-DET-CODIGO   PIC 9(08).                            00006940
          05 FILLER               PIC X(06) VALUE '  QTD '.             00006950
          05 WRK-CMP-DET-QTD      PIC Z(6)9.                            00006960
                                                                        00006970
       01 WRK-LINHA-ABAIXO-CUSTO.                                       00006980
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00006990
          05 WRK-ACU-NUMERO       PIC 9(05).                            00007000
          05 FILLER               PIC X(17) VALUE ' FATURADO ABAIXO '.  00007010
          05 FILLER               PIC X(17) VALUE 'DO CUSTO - PRECO:'.  00007020
          05 WRK-ACU-PRECO        PIC Z(6)9.99.                         00007030
          05 FILLER               PIC X(08) VALUE ' CUSTO: '.           00007040
          05 WRK-ACU-CUSTO        PIC Z(6)9.99.                         00007050
                                                                        00007060
       01 WRK-LINHA-SUBSTITUTO.                                         00007070
          05 FILLER               PIC X(23) VALUE                       00007080
             '  SUBSTITUI O PRODUTO: '.                                 00007090
          05 WRK-SUB-DET-CODIGO   PIC 9(08).                            00007100
                                                                        00007110
       01 WRK-LINHA-KIT-CURTO.                                          00007120
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00007130
          05 WRK-KCU-NUMERO       PIC 9(05).                            00007140
          05 FILLER               PIC X(38) VALUE                       00007150
             ' KIT SEM COMPONENTES - NAO FATURADO - '.                  00007160
          05 FILLER               PIC X(11) VALUE 'MONTAVEIS: '.        00007170
          05 WRK-KCU-MONTAVEIS    PIC Z(6)9.                            00007180
                                                                        00007190
       01 WRK-LINHA-SEM-END.                                            00007200
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00007210
          05 WRK-SEND-NUMERO      PIC 9(05).                            00007220
          05 FILLER               PIC X(09) VALUE ' CLIENTE '.          00007230
          05 WRK-SEND-CLI-ID      PIC 9(05).                            00007240
          05 FILLER               PIC X(39) VALUE                       00007250
             ' SEM ENDERECO CADASTRADO - NAO FATURADO'.                 00007260
       COPY CPPER02.                                                    00007270
       COPY CPCAB01.                                                    00007280
       COPY CPERR01.                                                    00007290
       COPY CPDTA01.                                                    00007300
       COPY CPSTT01.                                                    00007310
       COPY CPSRV01.                                                    00007320
       COPY CPMNF02.                                                    00007330
      *=========================================*                       00007340
       PROCEDURE DIVISION.                                              00007350
      *=========================================*                       00007360
                                                                        00007370
      *---------------------------------------------------              00007380
       0000-PRINCIPAL                     SECTION.                      00007390
      *---------------------------------------------------              00007400
             PERFORM 0100-INICIAR.                                      00007410
             PERFORM 0200-PROCESSAR                                     00007420
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00007430
             PERFORM 0300-FINALIZAR.                                    00007440
      *---------------------------------------------------              00007450
       0000-99-FIM.            EXIT.                                    00007460
      *---------------------------------------------------              00007470
                                                                        00007480
       0100-INICIAR                       SECTION.                      00007490
             MOVE 'FR05CB26' TO WRK-CAB-PROGRAMA.                       00007500
             PERFORM 0101-CABECALHO-PADRAO.                             00007510
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00007520
             PERFORM 0131-INICIAR-ESTATISTICA.                          00007530
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00007540
             PERFORM 0970-CONFERIR-PERIODO.                             00007550
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                00007560
             OPEN I-O PEDIDOS.                                          00007570
             OPEN I-O PRODUTO-MASTER.                                   00007580
             OPEN I-O CLIENTE-MASTER.                                   00007590
             OPEN OUTPUT RELNOTA.                                       00007600
             OPEN OUTPUT CONTROLE.                                      00007610
             OPEN OUTPUT NFE-SAIDA.                                     00007620
             PERFORM 0973-ABRIR-DESVIO.                                 00007630
             PERFORM 0109-ABRIR-BACKORDER.                              00007640
             PERFORM 0115-ABRIR-LIVROMOV.                               00007650
             PERFORM 0116-ABRIR-KITS.                                   00007660
             PERFORM 0117-CARREGAR-PICKING.                             00007670
             PERFORM 0119-ABRIR-SALDOS.                                 00007680
             PERFORM 0108-ABRIR-CONTASREC.                              00007690
             PERFORM 0111-ABRIR-NOTAHIST.                               00007700
             PERFORM 0112-ABRIR-VENDHIST.                               00007710
             PERFORM 0107-ABRIR-PEDCAB.                                 00007720
             OPEN INPUT ENDERECO-MASTER.                                00007730
             PERFORM 0113-ABRIR-TAXAS.                                  00007740
             PERFORM 0114-ABRIR-PROMO.                                  00007750
             PERFORM 0120-ABRIR-FRETE.                                  00007760
             PERFORM 0121-ABRIR-CONDPAG.                                00007770
             PERFORM 0122-ABRIR-CONVERSAO.                              00007780
             PERFORM 0110-TESTAR-STATUS.                                00007790
      *---------------------------------------------------              00007800
       0100-99-FIM.            EXIT.                                    00007810
      *---------------------------------------------------              00007820
           COPY CPCAB02.                                                00007830
           COPY CPERR02.                                                00007840
           COPY CPDTA02.                                                00007850
           COPY CPSTT02.                                                00007860
           COPY CPPER03.                                                00007870
      *---------------------------------------------------              00007880
       0109-ABRIR-BACKORDER               SECTION.                      00007890
      *    ABRE A CARTEIRA DE BACKORDER EM EXTEND, CRIANDO-A NA         00007900
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00007910
      *---------------------------------------------------              00007920
             OPEN EXTEND BACKORDER.                                     00007930
             IF WRK-FS-BACKORDER EQUAL '35'                             00007940
                 OPEN OUTPUT BACKORDER                                  00007950
                 CLOSE BACKORDER                                        00007960
                 OPEN EXTEND BACKORDER                                  00007970
             END-IF.                                                    00007980
      *---------------------------------------------------              00007990
       0108-ABRIR-CONTASREC               SECTION.                      00008000
      *    ABRE O MASTER DE CONTAS A RECEBER, CRIANDO-O NA              00008010
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00008020
      *---------------------------------------------------              00008030
             OPEN I-O CONTASREC.                                        00008040
             IF WRK-FS-CONTASREC EQUAL '35'                             00008050
                 OPEN OUTPUT CONTASREC                                  00008060
                 CLOSE CONTASREC                                        00008070
                 OPEN I-O CONTASREC                                     00008080
             END-IF.                                                    00008090
      *---------------------------------------------------              00008100
       0111-ABRIR-NOTAHIST                SECTION.                      00008110
      *    ABRE O HISTORICO DE NOTAS FISCAIS, CRIANDO-O NA              00008120
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00008130
      *---------------------------------------------------              00008140
             OPEN I-O NOTAHIST.                                         00008150
             IF WRK-FS-NOTAHIST EQUAL '35'                              00008160
                 OPEN OUTPUT NOTAHIST                                   00008170
                 CLOSE NOTAHIST                                         00008180
                 OPEN I-O NOTAHIST                                      00008190
             END-IF.                                                    00008200
      *---------------------------------------------------              00008210
       0112-ABRIR-VENDHIST                SECTION.                      00008220
      *    ABRE O HISTORICO DE VENDAS, CRIANDO-O NA PRIMEIRA            00008230
      *    EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)              00008240
      *---------------------------------------------------              00008250
             OPEN I-O VENDHIST.                                         00008260
             IF WRK-FS-VENDHIST EQUAL '35'                              00008270
                 OPEN OUTPUT VENDHIST                                   00008280
                 CLOSE VENDHIST                                         00008290
                 OPEN I-O VENDHIST                                      00008300
             END-IF.                                                    00008310
      *---------------------------------------------------              00008320
       0107-ABRIR-PEDCAB                  SECTION.                      00008330
      *    ABRE O CABECALHO DE PEDIDOS - AINDA NAO CRIADO PELOS         00008340
      *    INTAKES (FILE STATUS 35), O FATURAMENTO SEGUE SO PELAS       00008350
      *    LINHAS, COMO NOS PEDIDOS ANTIGOS SEM CABECALHO               00008360
      *---------------------------------------------------              00008370
             OPEN I-O PEDIDO-CABEC.                                     00008380
             IF WRK-FS-PEDCAB EQUAL '35'                                00008390
                 DISPLAY ' AVISO: SEM CABECALHO DE PEDIDOS'             00008400
             END-IF.                                                    00008410
      *---------------------------------------------------              00008420
       0113-ABRIR-TAXAS                   SECTION.                      00008430
      *    ABRE O MASTER DE ALIQUOTAS - AINDA NAO CRIADO PELA           00008440
      *    FR05CB62 (FILE STATUS 35), O FATURAMENTO SEGUE COM           00008450
      *    ALIQUOTA ZERO E AVISO NO SYSOUT                              00008460
      *---------------------------------------------------              00008470
             OPEN INPUT TAXA-MASTER.                                    00008480
             IF WRK-FS-TAXA EQUAL '35'                                  00008490
                 DISPLAY ' AVISO: SEM MASTER DE ALIQUOTAS - '           00008500
                         'NOTAS SAEM COM IMPOSTO ZERO'                  00008510
             END-IF.                                                    00008520
      *---------------------------------------------------              00008530
       0115-ABRIR-LIVROMOV                SECTION.                      00008540
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00008550
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00008560
      *---------------------------------------------------              00008570
             OPEN EXTEND LIVROMOV.                                      00008580
             IF WRK-FS-LIVROMOV EQUAL '35'                              00008590
                 OPEN OUTPUT LIVROMOV                                   00008600
                 CLOSE LIVROMOV                                         00008610
                 OPEN EXTEND LIVROMOV                                   00008620
             END-IF.                                                    00008630
      *---------------------------------------------------              00008640
       0117-CARREGAR-PICKING              SECTION.                      00008650
      *    CARREGA A COBERTURA DO PICKING (FR05CB77) QUANDO O           00008660
      *    ARQUIVO E FORNECIDO - SEM ARQUIVO (FILE STATUS 35),          00008670
      *    TODO PEDIDO ABERTO E FATURAVEL, COMO SEMPRE                  00008680
      *---------------------------------------------------              00008690
             OPEN INPUT PICKENT.                                        00008700
             IF WRK-FS-PICKENT EQUAL '35'                               00008710
                 DISPLAY ' AVISO: SEM COBERTURA DE PICKING - '          00008720
                         'FATURAMENTO INTEGRAL'                         00008730
                 GO TO 0117-99-FIM                                      00008740
             END-IF.                                                    00008750
             IF WRK-FS-PICKENT NOT EQUAL ZEROS                          00008760
                 MOVE ' ERRO OPEN COBERTURA DE PICKING ' TO WRK-MSG     00008770
                 PERFORM 9000-TRATA-ERROS                               00008780
             END-IF.                                                    00008790
             SET WRK-PICKING-LIGADO TO TRUE.                            00008800
             PERFORM 0118-CARREGAR-UM-PICK                              00008810
                 UNTIL WRK-FS-PICKENT NOT EQUAL ZEROS.                  00008820
             CLOSE PICKENT.                                             00008830
             DISPLAY ' COBERTURA DE PICKING: ' WRK-QTD-PICK             00008840
                     ' PEDIDOS'.                                        00008850
       0117-99-FIM.            EXIT.                                    00008860
      *---------------------------------------------------              00008870
       0118-CARREGAR-UM-PICK              SECTION.                      00008880
             READ PICKENT.                                              00008890
             IF WRK-FS-PICKENT EQUAL ZEROS                              00008900
                 IF WRK-QTD-PICK >= WRK-MAX-PICK                        00008910
                     MOVE ' ERRO COBERTURA EXCEDE A TABELA '            00008920
                         TO WRK-MSG                                     00008930
                     PERFORM 9000-TRATA-ERROS                           00008940
                 END-IF                                                 00008950
                 ADD 1 TO WRK-QTD-PICK                                  00008960
                 MOVE PCK-PED-NUMERO                                    00008970
                     TO WRK-PIK-NUMERO (WRK-QTD-PICK)                   00008980
             END-IF.                                                    00008990
      *---------------------------------------------------              00009000
       0119-ABRIR-SALDOS                  SECTION.                      00009010
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00009020
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00009030
      *---------------------------------------------------              00009040
             OPEN I-O SALDOS.                                           00009050
             IF WRK-FS-SALDOS EQUAL '35'                                00009060
                 OPEN OUTPUT SALDOS                                     00009070
                 CLOSE SALDOS                                           00009080
                 OPEN I-O SALDOS                                        00009090
             END-IF.                                                    00009100
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00009110
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00009120
                 PERFORM 9000-TRATA-ERROS                               00009130
             END-IF.                                                    00009140
      *---------------------------------------------------              00009150
       0116-ABRIR-KITS                    SECTION.                      00009160
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00009170
      *    PELA FR05CB75 (FILE STATUS 35), NENHUM PEDIDO E              00009180
      *    TRATADO COMO KIT                                             00009190
      *---------------------------------------------------              00009200
             OPEN INPUT KIT-MASTER.                                     00009210
             IF WRK-FS-KIT EQUAL '35'                                   00009220
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00009230
             END-IF.                                                    00009240
      *---------------------------------------------------              00009250
       0114-ABRIR-PROMO                   SECTION.                      00009260
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00009270
      *    PELA FR05CB63 (FILE STATUS 35), AS NOTAS SAEM COM O          00009280
      *    PRECO FIXADO NO PEDIDO E AVISO NO SYSOUT                     00009290
      *---------------------------------------------------              00009300
             OPEN INPUT PROMO-MASTER.                                   00009310
             IF WRK-FS-PROMO EQUAL '35'                                 00009320
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES - '           00009330
                         'NOTAS SAEM COM O PRECO DO PEDIDO'             00009340
             END-IF.                                                    00009350
      *---------------------------------------------------              00009360
       0120-ABRIR-FRETE                   SECTION.                      00009370
      *    ABRE A TABELA DE FRETE POR ZONA - AINDA NAO CRIADA PELA      00009380
      *    FR05CB98 (FILE STATUS 35), AS NOTAS SAEM SEM FRETE E         00009390
      *    COM AVISO NO SYSOUT                                          00009400
      *---------------------------------------------------              00009410
             OPEN INPUT FRETE-MASTER.                                   00009420
             IF WRK-FS-FRETE EQUAL '35'                                 00009430
                 DISPLAY ' AVISO: SEM TABELA DE FRETE - '               00009440
                         'NOTAS SAEM SEM FRETE'                         00009450
             END-IF.                                                    00009460
      *---------------------------------------------------              00009470
       0121-ABRIR-CONDPAG                 SECTION.                      00009480
      *    ABRE O MASTER DE CONDICOES DE PAGAMENTO - AINDA NAO          00009490
      *    CRIADO PELA FR05CB99 (FILE STATUS 35), AS NOTAS SAEM         00009500
      *    EM PARCELA UNICA E COM AVISO NO SYSOUT                       00009510
      *---------------------------------------------------              00009520
             OPEN INPUT CONDPAG-MASTER.                                 00009530
             IF WRK-FS-CONDPAG EQUAL '35'                               00009540
                 DISPLAY ' AVISO: SEM CONDICOES DE PAGAMENTO - '        00009550
                         'NOTAS SAEM EM PARCELA UNICA'                  00009560
             END-IF.                                                    00009570
      *---------------------------------------------------              00009580
       0122-ABRIR-CONVERSAO               SECTION.                      00009590
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00009600
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), OS ITENS DA           00009610
      *    NOTA SAEM NA UNIDADE 'UN' E COM AVISO NO SYSOUT              00009620
      *---------------------------------------------------              00009630
             OPEN INPUT CONVERSAO.                                      00009640
             IF WRK-FS-CONVERSAO EQUAL '35'                             00009650
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00009660
                         'NOTAS SAEM EM UN'                             00009670
             END-IF.                                                    00009680
      *---------------------------------------------------              00009690
       0110-TESTAR-STATUS                 SECTION.                      00009700
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00009710
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00009720
                 PERFORM 9000-TRATA-ERROS                               00009730
             END-IF.                                                    00009740
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00009750
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00009760
                 PERFORM 9000-TRATA-ERROS                               00009770
             END-IF.                                                    00009780
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00009790
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00009800
                 PERFORM 9000-TRATA-ERROS                               00009810
             END-IF.                                                    00009820
             IF WRK-FS-RELNOTA NOT EQUAL ZEROS                          00009830
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00009840
                 PERFORM 9000-TRATA-ERROS                               00009850
             END-IF.                                                    00009860
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00009870
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00009880
                 PERFORM 9000-TRATA-ERROS                               00009890
             END-IF.                                                    00009900
             IF WRK-FS-BACKORDER NOT EQUAL ZEROS                        00009910
                 MOVE ' ERRO OPEN BACKORDER ' TO WRK-MSG                00009920
                 PERFORM 9000-TRATA-ERROS                               00009930
             END-IF.                                                    00009940
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00009950
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00009960
                 PERFORM 9000-TRATA-ERROS                               00009970
             END-IF.                                                    00009980
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00009990
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00010000
                 PERFORM 9000-TRATA-ERROS                               00010010
             END-IF.                                                    00010020
             IF WRK-FS-VENDHIST NOT EQUAL ZEROS                         00010030
                 MOVE ' ERRO OPEN HISTORICO DE VENDAS ' TO WRK-MSG      00010040
                 PERFORM 9000-TRATA-ERROS                               00010050
             END-IF.                                                    00010060
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00010070
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00010080
                 PERFORM 9000-TRATA-ERROS                               00010090
             END-IF.                                                    00010100
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00010110
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00010120
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDOS ' TO WRK-MSG     00010130
                 PERFORM 9000-TRATA-ERROS                               00010140
             END-IF.                                                    00010150
             IF WRK-FS-TAXA NOT EQUAL ZEROS                             00010160
                AND WRK-FS-TAXA NOT EQUAL '35'                          00010170
                 MOVE ' ERRO OPEN TAXA-MASTER ' TO WRK-MSG              00010180
                 PERFORM 9000-TRATA-ERROS                               00010190
             END-IF.                                                    00010200
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00010210
                AND WRK-FS-PROMO NOT EQUAL '35'                         00010220
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00010230
                 PERFORM 9000-TRATA-ERROS                               00010240
             END-IF.                                                    00010250
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00010260
                AND WRK-FS-FRETE NOT EQUAL '35'                         00010270
                 MOVE ' ERRO OPEN FRETE-MASTER ' TO WRK-MSG             00010280
                 PERFORM 9000-TRATA-ERROS                               00010290
             END-IF.                                                    00010300
             IF WRK-FS-CONDPAG NOT EQUAL ZEROS                          00010310
                AND WRK-FS-CONDPAG NOT EQUAL '35'                       00010320
                 MOVE ' ERRO OPEN CONDPAG-MASTER ' TO WRK-MSG           00010330
                 PERFORM 9000-TRATA-ERROS                               00010340
             END-IF.                                                    00010350
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS                        00010360
                AND WRK-FS-CONVERSAO NOT EQUAL '35'                     00010370
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00010380
                 PERFORM 9000-TRATA-ERROS                               00010390
             END-IF.                                                    00010400
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00010410
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00010420
                 PERFORM 9000-TRATA-ERROS                               00010430
             END-IF.                                                    00010440
             IF WRK-FS-NFE NOT EQUAL ZEROS                              00010450
                 MOVE ' ERRO OPEN ARQUIVO DA NF-E ' TO WRK-MSG          00010460
                 PERFORM 9000-TRATA-ERROS                               00010470
             END-IF.                                                    00010480
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00010490
                AND WRK-FS-KIT NOT EQUAL '35'                           00010500
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00010510
                 PERFORM 9000-TRATA-ERROS                               00010520
             END-IF.                                                    00010530
      *---------------------------------------------------              00010540
       0200-PROCESSAR                     SECTION.                      00010550
      *    LINHA DE OUTRO PEDIDO FECHA O PEDIDO CORRENTE (E A SUA       00010560
      *    NOTA) ANTES DE SER TRATADA - NO FECHAMENTO NENHUMA E/S       00010570
      *    E FEITA EM PEDIDOS, O QUE MANTEM VALIDO O REWRITE DA         00010580
      *    LINHA RECEM-LIDA                                             00010590
      *---------------------------------------------------              00010600
             READ PEDIDOS.                                              00010610
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00010620
                 GO TO 0200-99-FIM                                      00010630
             END-IF.                                                    00010640
             ADD 1 TO WRK-CONT-LIDOS.                                   00010650
             IF PED-NUMERO NOT EQUAL WRK-PED-CORRENTE                   00010660
                 IF WRK-PED-CORRENTE > ZEROS                            00010670
                     PERFORM 0280-FECHAR-PEDIDO                         00010680
                 END-IF                                                 00010690
                 MOVE PED-NUMERO TO WRK-PED-CORRENTE                    00010700
                 MOVE PED-CLI-ID TO WRK-PED-CLI-ID                      00010710
             END-IF.                                                    00010720
             IF PED-ABERTO                                              00010730
                 PERFORM 0204-CONFERIR-PICKING                          00010740
                 IF WRK-PERIODO-BLOQUEADO                               00010750
                     ADD 1 TO WRK-CONT-BLOQUEADOS                       00010760
                 ELSE IF WRK-PICKING-DESLIGADO                          00010770
                    OR WRK-IDX-PICK-ACH > ZERO                          00010780
                     PERFORM 0210-FATURAR-PEDIDO                        00010790
                 ELSE                                                   00010800
                     ADD 1 TO WRK-CONT-FORA-PICK                        00010810
                 END-IF END-IF                                          00010820
             END-IF.                                                    00010830
             EVALUATE TRUE                                              00010840
                 WHEN PED-FATURADO                                      00010850
                     ADD 1 TO WRK-PED-LIN-FATUR                         00010860
                 WHEN PED-BACKORDER                                     00010870
                     ADD 1 TO WRK-PED-LIN-BACKORD                       00010880
                 WHEN OTHER                                             00010890
                     ADD 1 TO WRK-PED-LIN-ABERTAS                       00010900
             END-EVALUATE.                                              00010910
       0200-99-FIM.            EXIT.                                    00010920
      *---------------------------------------------------              00010930
       0204-CONFERIR-PICKING              SECTION.                      00010940
      *    CONFERE SE O PEDIDO ESTA NA COBERTURA DO PICKING -           00010950
      *    FORA DELA, O PEDIDO PERMANECE ABERTO PARA A PROXIMA          00010960
      *    NOITE (SO SE FATURA O QUE FOI SEPARADO)                      00010970
      *---------------------------------------------------              00010980
             MOVE ZERO TO WRK-IDX-PICK-ACH.                             00010990
             IF WRK-PICKING-DESLIGADO                                   00011000
                 GO TO 0204-99-FIM                                      00011010
             END-IF.                                                    00011020
             MOVE ZERO TO WRK-IDX-PICK.                                 00011030
             PERFORM 0204-PROCURAR-UM-PICK                              00011040
                 UNTIL WRK-IDX-PICK >= WRK-QTD-PICK                     00011050
                    OR WRK-IDX-PICK-ACH > ZERO.                         00011060
       0204-99-FIM.            EXIT.                                    00011070
      *---------------------------------------------------              00011080
       0204-PROCURAR-UM-PICK              SECTION.                      00011090
             ADD 1 TO WRK-IDX-PICK.                                     00011100
             IF WRK-PIK-NUMERO (WRK-IDX-PICK) EQUAL PED-NUMERO          00011110
                 MOVE WRK-IDX-PICK TO WRK-IDX-PICK-ACH                  00011120
             END-IF.                                                    00011130
      *---------------------------------------------------              00011140
       0210-FATURAR-PEDIDO                SECTION.                      00011150
      *    CONFERE O ESTOQUE ATUAL DO PRODUTO - SUFICIENTE, BAIXA       00011160
      *    O SALDO, IMPRIME A NOTA E MARCA O PEDIDO FATURADO;           00011170
      *    INSUFICIENTE, O PEDIDO ENTRA NA CARTEIRA DE BACKORDER        00011180
      *    (STATUS 'B') E E LISTADO COM A QUANTIDADE EM FALTA           00011190
      *---------------------------------------------------              00011200
             SET WRK-PEDIDO-FATURAVEL TO TRUE.                          00011210
             SET WRK-KIT-COMPLETO TO TRUE.                              00011220
             MOVE ZEROS TO WRK-QTD-FALTA.                               00011230
             PERFORM 0206-VERIFICAR-KIT.                                00011240
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00011250
             READ PRODUTO-MASTER                                        00011260
                 INVALID KEY                                            00011270
                     SET WRK-PEDIDO-PENDENTE TO TRUE                    00011280
                     MOVE PED-QUANTIDADE TO WRK-QTD-FALTA               00011290
                 NOT INVALID KEY                                        00011300
                     IF WRK-PEDIDO-KIT                                  00011310
                         PERFORM 0209-APURAR-MONTAVEIS                  00011320
                         IF WRK-QTD-MONTAVEIS < PED-QUANTIDADE          00011330
                             SET WRK-KIT-CURTO TO TRUE                  00011340
                         END-IF                                         00011350
                     ELSE                                               00011360
                         IF PED-QUANTIDADE > PRDM-QUANTIDADE            00011370
                             SET WRK-PEDIDO-PENDENTE TO TRUE            00011380
                             COMPUTE WRK-QTD-FALTA =                    00011390
                                 PED-QUANTIDADE - PRDM-QUANTIDADE       00011400
                         END-IF                                         00011410
                     END-IF                                             00011420
             END-READ.                                                  00011430
             IF WRK-PEDIDO-FATURAVEL AND WRK-KIT-CURTO                  00011440
                 ADD 1 TO WRK-CONT-KIT-CURTO                            00011450
                 MOVE PED-NUMERO        TO WRK-KCU-NUMERO               00011460
                 MOVE WRK-QTD-MONTAVEIS TO WRK-KCU-MONTAVEIS            00011470
                 WRITE REL-LINHA FROM WRK-LINHA-KIT-CURTO               00011480
                 GO TO 0210-99-FIM                                      00011490
             END-IF.                                                    00011500
             IF WRK-PEDIDO-FATURAVEL                                    00011510
                 PERFORM 0205-VERIFICAR-ENDERECO                        00011520
             END-IF.                                                    00011530
             IF WRK-PEDIDO-FATURAVEL AND WRK-END-AUSENTE                00011540
                 ADD 1 TO WRK-CONT-SEM-END                              00011550
                 MOVE PED-NUMERO TO WRK-SEND-NUMERO                     00011560
                 MOVE PED-CLI-ID TO WRK-SEND-CLI-ID                     00011570
                 WRITE REL-LINHA FROM WRK-LINHA-SEM-END                 00011580
             ELSE                                                       00011590
             IF WRK-PEDIDO-FATURAVEL                                    00011600
                 PERFORM 0207-APLICAR-PROMOCAO                          00011610
                 IF WRK-PEDIDO-KIT                                      00011620
      *    A APURACAO DOS MONTAVEIS DEIXOU O ULTIMO COMPONENTE NO       00011630
      *    BUFFER - RELE O PAI ANTES DA NOTA, DO IMPOSTO E DO           00011640
      *    ALIVIO DO COMPROMETIDO                                       00011650
                     MOVE PED-CODIGO TO PRDM-CODIGO                     00011660
                     READ PRODUTO-MASTER                                00011670
                         INVALID KEY                                    00011680
                             CONTINUE                                   00011690
                     END-READ                                           00011700
                     PERFORM 0220-IMPRIMIR-NOTA                         00011710
                     PERFORM 0208-ALIVIAR-COMPROMETIDO                  00011720
                     REWRITE CPPRDM01-REGISTRO                          00011730
                     PERFORM 0229-BAIXAR-COMPONENTES                    00011740
                     MOVE PED-CODIGO TO PRDM-CODIGO                     00011750
                     READ PRODUTO-MASTER                                00011760
                         INVALID KEY                                    00011770
                             CONTINUE                                   00011780
                     END-READ                                           00011790
                 ELSE                                                   00011800
                     MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR         00011810
                     SUBTRACT PED-QUANTIDADE FROM PRDM-QUANTIDADE       00011820
                     PERFORM 0208-ALIVIAR-COMPROMETIDO                  00011830
                     REWRITE CPPRDM01-REGISTRO                          00011840
                     MOVE PED-CODIGO     TO WRK-SLD-CODIGO              00011850
                     MOVE PED-QUANTIDADE TO WRK-SLD-QTD-BAIXA           00011860
                     PERFORM 0234-BAIXAR-SALDO-DEPOSITO                 00011870
                     PERFORM 0220-IMPRIMIR-NOTA                         00011880
                     PERFORM 0228-GRAVAR-LIVRO                          00011890
                 END-IF                                                 00011900
                 PERFORM 0260-ACUMULAR-VENDAS                           00011910
                 PERFORM 0227-CONFERIR-CUSTO                            00011920
                 SET PED-FATURADO TO TRUE                               00011930
                 REWRITE CPPED01-REGISTRO                               00011940
                 ADD 1 TO WRK-CONT-LIN-FATUR                            00011950
                 ADD 1 TO WRK-PED-LIN-MEXIDAS                           00011960
             ELSE                                                       00011970
                 ADD 1 TO WRK-CONT-PENDENTES                            00011980
                 ADD 1 TO WRK-PED-LIN-MEXIDAS                           00011990
                 PERFORM 0230-GRAVAR-BACKORDER                          00012000
                 MOVE PED-NUMERO    TO WRK-PEND-NUMERO                  00012010
                 MOVE WRK-QTD-FALTA TO WRK-PEND-FALTA                   00012020
                 WRITE REL-LINHA FROM WRK-NOTA-PENDENTE                 00012030
             END-IF END-IF.                                             00012040
       0210-99-FIM.            EXIT.                                    00012050
      *---------------------------------------------------              00012060
       0207-APLICAR-PROMOCAO              SECTION.                      00012070
      *    PROMOCAO ATIVA COM A DATA DE NEGOCIO DENTRO DA JANELA        00012080
      *    VENCE O PRECO FIXADO NA ENTRADA DO PEDIDO - O PEDIDO E       00012090
      *    REPRECIFICADO ANTES DA NOTA E A LINHA SAI MARCADA;           00012100
      *    PROMOCAO VENCIDA DEIXA DE VALER SOZINHA PELA JANELA.         00012110
      *    SO VALE QUANDO MENOR QUE O PRECO FIXADO - LINHA COM          00012120
      *    PRECO DE CONTRATO MAIS BAIXO MANTEM O PRECO NEGOCIADO        00012130
      *---------------------------------------------------              00012140
             SET WRK-PROMO-NAO-APLICADA TO TRUE.                        00012150
             IF WRK-FS-PROMO NOT EQUAL '35'                             00012160
                 MOVE PED-CODIGO TO PRM-CODIGO                          00012170
                 READ PROMO-MASTER                                      00012180
                     INVALID KEY                                        00012190
                         CONTINUE                                       00012200
                     NOT INVALID KEY                                    00012210
                         IF PRM-ATIVA                                   00012220
                            AND WRK-DATA-NEGOCIO                        00012230
                                NOT < PRM-DATA-INICIO                   00012240
                            AND WRK-DATA-NEGOCIO                        00012250
                                NOT > PRM-DATA-FIM                      00012260
                            AND PRM-PRECO-PROMO < PED-PRECO-UNIT        00012270
                             IF PED-REGRA-PRECO EQUAL SPACE             00012280
                                 MOVE PED-PRECO-UNIT                    00012290
                                     TO PED-PRECO-LISTA                 00012300
                             END-IF                                     00012310
                             MOVE PRM-PRECO-PROMO                       00012320
                                 TO PED-PRECO-UNIT                      00012330
                             SET PED-REGRA-PROMOCAO TO TRUE             00012340
                             COMPUTE PED-VALOR-TOTAL ROUNDED =          00012350
                                 PED-QUANTIDADE * PED-PRECO-UNIT        00012360
                             SET WRK-PROMO-APLICADA TO TRUE             00012370
                         END-IF                                         00012380
                 END-READ                                               00012390
             END-IF.                                                    00012400
      *---------------------------------------------------              00012410
       0208-ALIVIAR-COMPROMETIDO          SECTION.                      00012420
      *    ALIVIA A QUANTIDADE COMPROMETIDA PELO PEDIDO RECEM-          00012430
      *    FATURADO - CAMPO EM BRANCO (REGISTRO LEGADO) OU SALDO        00012440
      *    COMPROMETIDO MENOR QUE O PEDIDO E ZERADO                     00012450
      *---------------------------------------------------              00012460
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00012470
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00012480
             END-IF.                                                    00012490
             IF PRDM-QTD-COMPROMETIDA > PED-QUANTIDADE                  00012500
                 SUBTRACT PED-QUANTIDADE                                00012510
                     FROM PRDM-QTD-COMPROMETIDA                         00012520
             ELSE                                                       00012530
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00012540
             END-IF.                                                    00012550
      *---------------------------------------------------              00012560
       0205-VERIFICAR-ENDERECO            SECTION.                      00012570
      *    CONFERE SE O CLIENTE DO PEDIDO TEM ENDERECO NO MASTER        00012580
      *    (CPEND01) - A UF DO ENDERECO E A BASE DA ALIQUOTA DE         00012590
      *    IMPOSTO DA NOTA; SEM ENDERECO, O PEDIDO E APONTADO E         00012600
      *    PERMANECE ABERTO ATE O CADASTRO SER COMPLETADO               00012610
      *---------------------------------------------------              00012620
             SET WRK-END-AUSENTE TO TRUE.                               00012630
             MOVE SPACES TO WRK-UF-CLIENTE.                             00012640
             MOVE PED-CLI-ID TO END-CLI-ID.                             00012650
             READ ENDERECO-MASTER                                       00012660
                 INVALID KEY                                            00012670
                     CONTINUE                                           00012680
                 NOT INVALID KEY                                        00012690
                     SET WRK-END-ACHADO TO TRUE                         00012700
                     MOVE END-UF TO WRK-UF-CLIENTE                      00012710
             END-READ.                                                  00012720
      *---------------------------------------------------              00012730
       0206-VERIFICAR-KIT                 SECTION.                      00012740
      *    CARREGA OS COMPONENTES ATIVOS DO PRODUTO DO PEDIDO -         00012750
      *    COM COMPONENTES, O PEDIDO E DE KIT E A BAIXA E POR           00012760
      *    EXPLOSAO                                                     00012770
      *---------------------------------------------------              00012780
             SET WRK-PEDIDO-SIMPLES TO TRUE.                            00012790
             MOVE ZERO TO WRK-QTD-COMP.                                 00012800
             IF WRK-FS-KIT EQUAL '35'                                   00012810
                 GO TO 0206-99-FIM                                      00012820
             END-IF.                                                    00012830
             MOVE PED-CODIGO TO KIT-CODIGO-PAI.                         00012840
             MOVE ZEROS      TO KIT-COMPONENTE.                         00012850
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00012860
                 INVALID KEY                                            00012870
                     MOVE '10' TO WRK-FS-KIT                            00012880
             END-START.                                                 00012890
             PERFORM 0206-CARREGAR-COMPONENTE                           00012900
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS.                      00012910
             MOVE SPACES TO WRK-FS-KIT.                                 00012920
             IF WRK-QTD-COMP > ZERO                                     00012930
                 SET WRK-PEDIDO-KIT TO TRUE                             00012940
             END-IF.                                                    00012950
       0206-99-FIM.            EXIT.                                    00012960
      *---------------------------------------------------              00012970
       0206-CARREGAR-COMPONENTE           SECTION.                      00012980
             READ KIT-MASTER NEXT RECORD.                               00012990
             IF WRK-FS-KIT EQUAL ZEROS                                  00013000
                 IF KIT-CODIGO-PAI NOT EQUAL PED-CODIGO                 00013010
                     MOVE '10' TO WRK-FS-KIT                            00013020
                 ELSE                                                   00013030
                     IF KIT-ATIVO                                       00013040
                         IF WRK-QTD-COMP >= WRK-MAX-COMP                00013050
                             MOVE ' ERRO COMPONENTES EXCEDEM TABELA '   00013060
                                 TO WRK-MSG                             00013070
                             PERFORM 9000-TRATA-ERROS                   00013080
                         END-IF                                         00013090
                         ADD 1 TO WRK-QTD-COMP                          00013100
                         MOVE KIT-COMPONENTE                            00013110
                             TO WRK-CMP-CODIGO (WRK-QTD-COMP)           00013120
                         MOVE KIT-QTD-POR-KIT                           00013130
                             TO WRK-CMP-QTD-KIT (WRK-QTD-COMP)          00013140
                     END-IF                                             00013150
                 END-IF                                                 00013160
             END-IF.                                                    00013170
      *---------------------------------------------------              00013180
       0209-APURAR-MONTAVEIS              SECTION.                      00013190
      *    APURA QUANTOS KITS SAO MONTAVEIS PELO COMPONENTE MAIS        00013200
      *    ESCASSO - COMPONENTE FORA DO MASTER MONTA ZERO               00013210
      *---------------------------------------------------              00013220
             MOVE 999999999 TO WRK-QTD-MONTAVEIS.                       00013230
             MOVE ZERO TO WRK-IDX-COMP.                                 00013240
             PERFORM 0209-APURAR-UM-COMPONENTE                          00013250
                 UNTIL WRK-IDX-COMP >= WRK-QTD-COMP.                    00013260
      *---------------------------------------------------              00013270
       0209-APURAR-UM-COMPONENTE          SECTION.                      00013280
             ADD 1 TO WRK-IDX-COMP.                                     00013290
             MOVE WRK-CMP-CODIGO (WRK-IDX-COMP) TO PRDM-CODIGO.         00013300
             READ PRODUTO-MASTER                                        00013310
                 INVALID KEY                                            00013320
                     MOVE ZERO TO WRK-MONTAVEIS-COMP                    00013330
                 NOT INVALID KEY                                        00013340
                     COMPUTE WRK-MONTAVEIS-COMP =                       00013350
                         PRDM-QUANTIDADE                                00013360
                         / WRK-CMP-QTD-KIT (WRK-IDX-COMP)               00013370
             END-READ.                                                  00013380
             IF WRK-MONTAVEIS-COMP < WRK-QTD-MONTAVEIS                  00013390
                 MOVE WRK-MONTAVEIS-COMP TO WRK-QTD-MONTAVEIS           00013400
             END-IF.                                                    00013410
      *---------------------------------------------------              00013420
       0229-BAIXAR-COMPONENTES            SECTION.                      00013430
      *    BAIXA CADA COMPONENTE DO KIT (QUANTIDADE DO PEDIDO           00013440
      *    VEZES A QUANTIDADE POR KIT) E LANCA UMA LINHA DO LIVRO       00013450
      *    POR COMPONENTE, COM O NUMERO DA NOTA COMO DOCUMENTO          00013460
      *---------------------------------------------------              00013470
             MOVE ZERO TO WRK-IDX-COMP.                                 00013480
             PERFORM 0229-BAIXAR-UM-COMPONENTE                          00013490
                 UNTIL WRK-IDX-COMP >= WRK-QTD-COMP.                    00013500
      *---------------------------------------------------              00013510
       0229-BAIXAR-UM-COMPONENTE          SECTION.                      00013520
             ADD 1 TO WRK-IDX-COMP.                                     00013530
             COMPUTE WRK-QTD-BAIXA-COMP =                               00013540
                 PED-QUANTIDADE * WRK-CMP-QTD-KIT (WRK-IDX-COMP).       00013550
             MOVE WRK-CMP-CODIGO (WRK-IDX-COMP) TO PRDM-CODIGO.         00013560
             READ PRODUTO-MASTER                                        00013570
                 INVALID KEY                                            00013580
                     DISPLAY ' AVISO: COMPONENTE ' PRDM-CODIGO          00013590
                             ' SUMIU DO MASTER'                         00013600
                 NOT INVALID KEY                                        00013610
                     MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR         00013620
                     SUBTRACT WRK-QTD-BAIXA-COMP                        00013630
                         FROM PRDM-QUANTIDADE                           00013640
                     REWRITE CPPRDM01-REGISTRO                          00013650
                     MOVE PRDM-CODIGO TO WRK-SLD-CODIGO                 00013660
                     MOVE WRK-QTD-BAIXA-COMP                            00013670
                         TO WRK-SLD-QTD-BAIXA                           00013680
                     PERFORM 0234-BAIXAR-SALDO-DEPOSITO                 00013690
                     PERFORM 0231-GRAVAR-LIVRO-COMP                     00013700
             END-READ.                                                  00013710
      *---------------------------------------------------              00013720
       0231-GRAVAR-LIVRO-COMP             SECTION.                      00013730
             MOVE PRDM-CODIGO         TO LMV-CODIGO.                    00013740
             MOVE 'S'                 TO LMV-TIPO.                      00013750
             MOVE WRK-QTD-BAIXA-COMP  TO LMV-QUANTIDADE.                00013760
             MOVE WRK-NOTA-NUMERO     TO WRK-DOC-NF-NUMERO.             00013770
             MOVE WRK-DOC-NOTA        TO LMV-DOCUMENTO.                 00013780
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00013790
             MOVE PRDM-QUANTIDADE     TO LMV-SALDO-NOVO.                00013800
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00013810
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00013820
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00013830
             MOVE 'FR05CB26'          TO LMV-PROGRAMA.                  00013840
             MOVE SPACES              TO LMV-DEPOSITO.                  00013850
             MOVE SPACES              TO LMV-LOTE.                      00013860
             WRITE CPMOV02-REGISTRO.                                    00013870
      *---------------------------------------------------              00013880
       0234-BAIXAR-SALDO-DEPOSITO         SECTION.                      00013890
      *    ALIVIA A BAIXA DO FATURAMENTO NO SALDO DO DEPOSITO 01        00013900
      *    (DEPOSITO PADRAO DE EXPEDICAO, CARGA INICIAL PELA            00013910
      *    FR05CB90) - SALDO DO DEPOSITO MENOR QUE A BAIXA E            00013920
      *    ZERADO COM AVISO, PARA A DIVERGENCIA SER ACERTADA POR        00013930
      *    CARTAO 'A' DA FR05CB22                                       00013940
      *---------------------------------------------------              00013950
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00013960
             MOVE WRK-SLD-CODIGO TO SLD-CODIGO.                         00013970
             MOVE '01'           TO SLD-DEPOSITO.                       00013980
             READ SALDOS                                                00013990
                 INVALID KEY                                            00014000
                     CONTINUE                                           00014010
                 NOT INVALID KEY                                        00014020
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00014030
             END-READ.                                                  00014040
             IF WRK-SALDO-DEP-AUSENTE                                   00014050
                 DISPLAY ' AVISO: PRODUTO ' WRK-SLD-CODIGO              00014060
                         ' SEM SALDO DE DEPOSITO - VER FR05CB90'        00014070
                 GO TO 0234-99-FIM                                      00014080
             END-IF.                                                    00014090
             IF SLD-QUANTIDADE NOT < WRK-SLD-QTD-BAIXA                  00014100
                 SUBTRACT WRK-SLD-QTD-BAIXA FROM SLD-QUANTIDADE         00014110
             ELSE                                                       00014120
                 DISPLAY ' AVISO: DEPOSITO 01 DO PRODUTO '              00014130
                         WRK-SLD-CODIGO ' ZERADO NA BAIXA'              00014140
                 MOVE ZEROS TO SLD-QUANTIDADE                           00014150
             END-IF.                                                    00014160
             REWRITE CPSLD01-REGISTRO.                                  00014170
       0234-99-FIM.            EXIT.                                    00014180
      *---------------------------------------------------              00014190
       0230-GRAVAR-BACKORDER              SECTION.                      00014200
      *    MARCA O PEDIDO COM O STATUS 'B' E O GRAVA NA CARTEIRA        00014210
      *    DE BACKORDER COM A QUANTIDADE EM FALTA E A DATA DE           00014220
      *    ENTRADA - A FR05CB51 LIBERA A CARTEIRA DO MAIS ANTIGO        00014230
      *    PARA O MAIS NOVO QUANDO O ESTOQUE E RECOMPOSTO               00014240
      *---------------------------------------------------              00014250
             SET PED-BACKORDER TO TRUE.                                 00014260
             REWRITE CPPED01-REGISTRO.                                  00014270
             MOVE PED-NUMERO       TO BOR-PED-NUMERO.                   00014280
             MOVE PED-ITEM         TO BOR-PED-ITEM.                     00014290
             MOVE PED-CLI-ID       TO BOR-CLI-ID.                       00014300
             MOVE PED-CODIGO       TO BOR-CODIGO.                       00014310
             MOVE PED-QUANTIDADE   TO BOR-QTD-PEDIDA.                   00014320
             MOVE WRK-QTD-FALTA    TO BOR-QTD-FALTA.                    00014330
             MOVE WRK-DATA-NEGOCIO TO BOR-DATA-ENTRADA.                 00014340
             WRITE CPBOR01-REGISTRO.                                    00014350
      *---------------------------------------------------              00014360
       0220-IMPRIMIR-NOTA                 SECTION.                      00014370
      *    IMPRIME A LINHA DO PEDIDO NA NOTA - A PRIMEIRA LINHA         00014380
      *    FATURAVEL DO PEDIDO ABRE A NOTA (NUMERO, CABECALHO E         00014390
      *    CLIENTE); CADA LINHA SAI COM O SEU IMPOSTO E E GRAVADA       00014400
      *    NO HISTORICO COM O SEU NUMERO DE ITEM NA NOTA                00014410
      *---------------------------------------------------              00014420
             IF WRK-NOTA-LINHAS EQUAL ZERO                              00014430
                 PERFORM 0221-ABRIR-NOTA                                00014440
             END-IF.                                                    00014450
             ADD 1 TO WRK-NOTA-LINHAS.                                  00014460
             MOVE PED-CODIGO       TO WRK-NOTA-CODIGO.                  00014470
             MOVE PED-QUANTIDADE   TO WRK-NOTA-QTD.                     00014480
             PERFORM 0223-RESOLVER-UNIDADE.                             00014490
             MOVE PED-PRECO-UNIT   TO WRK-NOTA-PRECO.                   00014500
             MOVE PED-VALOR-TOTAL  TO WRK-NOTA-TOTAL.                   00014510
             WRITE REL-LINHA FROM WRK-NOTA-ITEM.                        00014520
             IF WRK-PEDIDO-KIT                                          00014530
                 MOVE ZERO TO WRK-IDX-COMP                              00014540
                 PERFORM 0224-IMPRIMIR-COMPONENTE                       00014550
                     UNTIL WRK-IDX-COMP >= WRK-QTD-COMP                 00014560
             END-IF.                                                    00014570
             IF WRK-PROMO-APLICADA                                      00014580
                 WRITE REL-LINHA FROM WRK-LINHA-PROMO                   00014590
             END-IF.                                                    00014600
             IF PED-CODIGO-ORIGINAL NUMERIC                             00014610
                AND PED-CODIGO-ORIGINAL > ZEROS                         00014620
                 MOVE PED-CODIGO-ORIGINAL TO WRK-SUB-DET-CODIGO         00014630
                 WRITE REL-LINHA FROM WRK-LINHA-SUBSTITUTO              00014640
             END-IF.                                                    00014650
             PERFORM 0222-IMPRIMIR-IMPOSTO.                             00014660
             PERFORM 0236-GRAVAR-NFE-ITEM.                              00014670
             ADD PED-VALOR-TOTAL   TO WRK-TNF-LIQUIDO.                  00014680
             ADD WRK-VALOR-IMPOSTO TO WRK-TNF-IMPOSTO.                  00014690
             ADD WRK-VALOR-BRUTO   TO WRK-TNF-BRUTO.                    00014700
             PERFORM 0225-GRAVAR-HISTORICO.                             00014710
      *---------------------------------------------------              00014720
       0221-ABRIR-NOTA                    SECTION.                      00014730
      *    NUMERA E ABRE A NOTA DO PEDIDO - O NOME DO CLIENTE VEM       00014740
      *    DE CLIENTE-MASTER; CLIENTE REMOVIDO DESDE A ENTRADA DO       00014750
      *    PEDIDO SAI COM O NOME EM BRANCO                              00014760
      *---------------------------------------------------              00014770
             MOVE ZEROS TO WRK-TNF-LIQUIDO.                             00014780
             MOVE ZEROS TO WRK-TNF-IMPOSTO.                             00014790
             MOVE ZEROS TO WRK-TNF-BRUTO.                               00014800
             MOVE SPACES TO WRK-NOME-CLIENTE.                           00014810
             SET WRK-CLIENTE-AUSENTE TO TRUE.                           00014820
             MOVE PED-CLI-ID TO CLI-ID.                                 00014830
             READ CLIENTE-MASTER                                        00014840
                 INVALID KEY                                            00014850
                     CONTINUE                                           00014860
                 NOT INVALID KEY                                        00014870
                     MOVE CLI-NOME TO WRK-NOME-CLIENTE                  00014880
                     SET WRK-CLIENTE-ACHADO TO TRUE                     00014890
             END-READ.                                                  00014900
             MOVE 'NOTAFISC' TO SRV-CONT-PROGRAMA.                      00014910
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00014920
             IF NOT SRV-CONT-OK                                         00014930
                 MOVE ' ERRO SEQUENCIA NOTAFISC INDISPONIVEL '          00014940
                     TO WRK-MSG                                         00014950
                 PERFORM 9000-TRATA-ERROS                               00014960
             END-IF.                                                    00014970
             MOVE SRV-CONT-VALOR   TO WRK-NOTA-NUMERO.                  00014980
             MOVE WRK-DT-DIA       TO WRK-NOTA-DIA.                     00014990
             MOVE WRK-DT-MES       TO WRK-NOTA-MES.                     00015000
             MOVE WRK-DT-ANO       TO WRK-NOTA-ANO.                     00015010
             MOVE PED-CLI-ID       TO WRK-NOTA-CLI-ID.                  00015020
             MOVE WRK-NOME-CLIENTE TO WRK-NOTA-CLI-NOME.                00015030
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00015040
             WRITE REL-LINHA FROM WRK-NOTA-CABEC.                       00015050
             WRITE REL-LINHA FROM WRK-NOTA-CLIENTE.                     00015060
             PERFORM 0235-GRAVAR-NFE-CABECALHO.                         00015070
      *---------------------------------------------------              00015080
       0223-RESOLVER-UNIDADE              SECTION.                      00015090
      *    UNIDADE DE VENDA DO PRODUTO NA TABELA DE CONVERSAO,          00015100
      *    IMPRESSA AO LADO DA QUANTIDADE DO ITEM - SEM REGISTRO        00015110
      *    ATIVO, 'UN'. A QUANTIDADE E O PRECO CONTINUAM NA             00015120
      *    UNIDADE DE ESTOQUE                                           00015130
      *---------------------------------------------------              00015140
             MOVE 'UN' TO WRK-NOTA-UNID.                                00015150
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00015160
                 MOVE PED-CODIGO TO CNV-CODIGO                          00015170
                 READ CONVERSAO                                         00015180
                     INVALID KEY                                        00015190
                         CONTINUE                                       00015200
                     NOT INVALID KEY                                    00015210
                         IF CNV-ATIVA AND                               00015220
                            CNV-UNID-VENDA NOT EQUAL SPACES             00015230
                             MOVE CNV-UNID-VENDA TO WRK-NOTA-UNID       00015240
                         END-IF                                         00015250
                 END-READ                                               00015260
             END-IF.                                                    00015270
      *---------------------------------------------------              00015280
       0224-IMPRIMIR-COMPONENTE           SECTION.                      00015290
      *    LISTA UM COMPONENTE DO KIT NA NOTA, COM A QUANTIDADE         00015300
      *    TOTAL BAIXADA                                                00015310
      *---------------------------------------------------              00015320
             ADD 1 TO WRK-IDX-COMP.                                     00015330
             MOVE WRK-CMP-CODIGO (WRK-IDX-COMP)                         00015340
                 TO WRK-CMP-DET-CODIGO.                                 00015350
             COMPUTE WRK-CMP-DET-QTD =                                  00015360
                 PED-QUANTIDADE * WRK-CMP-QTD-KIT (WRK-IDX-COMP).       00015370
             WRITE REL-LINHA FROM WRK-NOTA-COMPONENTE.                  00015380
      *---------------------------------------------------              00015390
       0222-IMPRIMIR-IMPOSTO              SECTION.                      00015400
      *    DESTACA O IMPOSTO DA NOTA - ALIQUOTA DO MASTER CPTAX01       00015410
      *    PELA UF DO ENDERECO DO CLIENTE E PELA CATEGORIA DO           00015420
      *    PRODUTO (MASTER JA LIDO PELO FATURAMENTO); COMBINACAO        00015430
      *    SEM CADASTRO OU INATIVA SAI COM ALIQUOTA ZERO. O TOTAL       00015440
      *    DE IMPOSTO DO DIA E ACUMULADO PARA O REGISTRO DE             00015450
      *    CONTROLE DO FECHAMENTO FISCAL                                00015460
      *---------------------------------------------------              00015470
             MOVE ZEROS TO WRK-ALIQUOTA-NOTA.                           00015480
             IF WRK-FS-TAXA NOT EQUAL '35'                              00015490
                 MOVE WRK-UF-CLIENTE  TO TAX-UF                         00015500
                 MOVE PRDM-CATEGORIA  TO TAX-CATEGORIA                  00015510
                 READ TAXA-MASTER                                       00015520
                     INVALID KEY                                        00015530
                         CONTINUE                                       00015540
                     NOT INVALID KEY                                    00015550
                         IF TAX-ATIVA                                   00015560
                             MOVE TAX-ALIQUOTA TO WRK-ALIQUOTA-NOTA     00015570
                         END-IF                                         00015580
                 END-READ                                               00015590
             END-IF.                                                    00015600
             COMPUTE WRK-VALOR-IMPOSTO ROUNDED =                        00015610
                 PED-VALOR-TOTAL * WRK-ALIQUOTA-NOTA / 100.             00015620
             COMPUTE WRK-VALOR-BRUTO =                                  00015630
                 PED-VALOR-TOTAL + WRK-VALOR-IMPOSTO.                   00015640
             ADD WRK-VALOR-IMPOSTO TO WRK-TOTAL-IMPOSTO.                00015650
             MOVE PED-VALOR-TOTAL   TO WRK-IMP-LIQUIDO.                 00015660
             MOVE WRK-ALIQUOTA-NOTA TO WRK-IMP-ALIQUOTA.                00015670
             MOVE WRK-VALOR-IMPOSTO TO WRK-IMP-VALOR.                   00015680
             MOVE WRK-VALOR-BRUTO   TO WRK-IMP-BRUTO.                   00015690
             WRITE REL-LINHA FROM WRK-NOTA-IMPOSTO.                     00015700
      *---------------------------------------------------              00015710
       0225-GRAVAR-HISTORICO              SECTION.                      00015720
      *    GRAVA A LINHA DA NOTA NO HISTORICO PERMANENTE - E A          00015730
      *    BASE DA REEMISSAO E DA CONSULTA DA FR05CB58                  00015740
      *---------------------------------------------------              00015750
             MOVE WRK-NOTA-NUMERO   TO NFH-NUMERO.                      00015760
             MOVE WRK-NOTA-LINHAS   TO NFH-ITEM.                        00015770
             MOVE PED-NUMERO        TO NFH-PED-NUMERO.                  00015780
             MOVE PED-CLI-ID        TO NFH-CLI-ID.                      00015790
             MOVE WRK-NOME-CLIENTE  TO NFH-CLI-NOME.                    00015800
             MOVE PED-CODIGO        TO NFH-CODIGO.                      00015810
             MOVE PED-QUANTIDADE    TO NFH-QUANTIDADE.                  00015820
             MOVE PED-PRECO-UNIT    TO NFH-PRECO-UNIT.                  00015830
             MOVE PED-VALOR-TOTAL   TO NFH-VALOR-TOTAL.                 00015840
             MOVE WRK-DATA-LANCAMENTO TO NFH-DATA-EMISSAO.              00015850
             MOVE PED-REGRA-PRECO   TO NFH-REGRA-PRECO.                 00015860
             IF PED-REGRA-PRECO EQUAL SPACE                             00015870
                 MOVE ZEROS           TO NFH-PRECO-LISTA                00015880
             ELSE                                                       00015890
                 MOVE PED-PRECO-LISTA TO NFH-PRECO-LISTA                00015900
             END-IF.                                                    00015910
             MOVE ZEROS             TO NFH-VALOR-FRETE.                 00015920
             SET NFH-NFE-PENDENTE   TO TRUE.                            00015930
             MOVE SPACES            TO NFH-CHAVE-ACESSO.                00015940
             MOVE SPACES            TO NFH-PROTOCOLO.                   00015950
             MOVE ZEROS             TO NFH-DATA-AUTORIZACAO.            00015960
             MOVE SPACES            TO NFH-MOTIVO-REJEICAO.             00015970
             MOVE WRK-UF-CLIENTE    TO NFH-UF.                          00015980
             MOVE PRDM-CATEGORIA    TO NFH-CATEGORIA.                   00015990
             MOVE PED-VALOR-TOTAL   TO NFH-BASE-IMPOSTO.                00016000
             MOVE WRK-ALIQUOTA-NOTA TO NFH-ALIQUOTA.                    00016010
             MOVE WRK-VALOR-IMPOSTO TO NFH-VALOR-IMPOSTO.               00016020
             MOVE SPACE             TO NFH-SITUACAO.                    00016030
             MOVE ZEROS             TO NFH-DATA-CANCELAMENTO.           00016040
             MOVE SPACES            TO NFH-OPER-CANCELAMENTO.           00016050
             WRITE CPNFH01-REGISTRO                                     00016060
                 INVALID KEY                                            00016070
                     DISPLAY ' AVISO: NOTA JA NO HISTORICO: '           00016080
                             NFH-NUMERO ' ITEM ' NFH-ITEM               00016090
             END-WRITE.                                                 00016100
      *---------------------------------------------------              00016110
       0235-GRAVAR-NFE-CABECALHO          SECTION.                      00016120
      *    ABRE A NOTA NO ARQUIVO DA NF-E - DESTINATARIO PELO           00016130
      *    ENDERECO DO CLIENTE (CPEND01, JA LIDO PELA 0205 - SO         00016140
      *    PEDIDO COM ENDERECO CHEGA A SER FATURADO)                    00016150
      *---------------------------------------------------              00016160
             MOVE SPACES             TO CPNFE01-REGISTRO.               00016170
             SET NFE-REG-CABECALHO   TO TRUE.                           00016180
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-H.                 00016190
             MOVE WRK-DATA-NEGOCIO   TO NFE-DATA-EMISSAO.               00016200
             MOVE PED-NUMERO         TO NFE-PED-NUMERO.                 00016210
             MOVE PED-CLI-ID         TO NFE-CLI-ID.                     00016220
             MOVE WRK-NOME-CLIENTE   TO NFE-CLI-NOME.                   00016230
             MOVE END-RUA            TO NFE-END-RUA.                    00016240
             MOVE END-NUMERO         TO NFE-END-NUMERO.                 00016250
             MOVE END-BAIRRO         TO NFE-END-BAIRRO.                 00016260
             MOVE END-CEP            TO NFE-END-CEP.                    00016270
             MOVE END-CIDADE         TO NFE-END-CIDADE.                 00016280
             MOVE END-UF             TO NFE-END-UF.                     00016290
             WRITE CPNFE01-REGISTRO.                                    00016300
             ADD 1 TO WRK-CONT-NFE.                                     00016310
      *---------------------------------------------------              00016320
       0236-GRAVAR-NFE-ITEM               SECTION.                      00016330
      *    GRAVA O ITEM DA NOTA NO ARQUIVO DA NF-E COM A UNIDADE        00016340
      *    DE VENDA E O IMPOSTO DA LINHA, JA APURADOS PELA 0223         00016350
      *    E PELA 0222                                                  00016360
      *---------------------------------------------------              00016370
             MOVE SPACES             TO CPNFE01-REGISTRO.               00016380
             SET NFE-REG-ITEM        TO TRUE.                           00016390
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-I.                 00016400
             MOVE WRK-NOTA-LINHAS    TO NFE-ITEM.                       00016410
             MOVE PED-CODIGO         TO NFE-CODIGO.                     00016420
             MOVE PED-QUANTIDADE     TO NFE-QUANTIDADE.                 00016430
             MOVE WRK-NOTA-UNID      TO NFE-UNIDADE.                    00016440
             MOVE PED-PRECO-UNIT     TO NFE-PRECO-UNIT.                 00016450
             MOVE PED-VALOR-TOTAL    TO NFE-VALOR-ITEM.                 00016460
             MOVE PRDM-CATEGORIA     TO NFE-CATEGORIA.                  00016470
             MOVE WRK-ALIQUOTA-NOTA  TO NFE-ALIQUOTA.                   00016480
             MOVE WRK-VALOR-IMPOSTO  TO NFE-VALOR-IMPOSTO.              00016490
             MOVE WRK-VALOR-BRUTO    TO NFE-VALOR-BRUTO.                00016500
             WRITE CPNFE01-REGISTRO.                                    00016510
             ADD 1 TO WRK-CONT-NFE.                                     00016520
      *---------------------------------------------------              00016530
       0237-GRAVAR-NFE-TOTAL              SECTION.                      00016540
      *    FECHA A NOTA NO ARQUIVO DA NF-E COM OS TOTAIS                00016550
      *    IMPRESSOS (BRUTO JA COM O FRETE)                             00016560
      *---------------------------------------------------              00016570
             MOVE SPACES             TO CPNFE01-REGISTRO.               00016580
             SET NFE-REG-TOTAL       TO TRUE.                           00016590
             MOVE WRK-NOTA-NUMERO    TO NFE-NUM-NOTA-T.                 00016600
             MOVE WRK-NOTA-LINHAS    TO NFE-QTD-ITENS.                  00016610
             MOVE WRK-TNF-LIQUIDO    TO NFE-TOT-LIQUIDO.                00016620
             MOVE WRK-TNF-IMPOSTO    TO NFE-TOT-IMPOSTO.                00016630
             MOVE WRK-TNF-FRETE      TO NFE-TOT-FRETE.                  00016640
             MOVE WRK-TNF-BRUTO      TO NFE-TOT-BRUTO.                  00016650
             WRITE CPNFE01-REGISTRO.                                    00016660
             ADD 1 TO WRK-CONT-NFE.                                     00016670
             ADD NFE-TOT-BRUTO TO WRK-HASH-NFE.                         00016680
      *---------------------------------------------------              00016690
       0227-CONFERIR-CUSTO                SECTION.                      00016700
      *    APONTA NA LISTA DE EXCECOES A LINHA FATURADA COM PRECO       00016710
      *    ABAIXO DO CUSTO UNITARIO - PRODUTO SEM CUSTO (ZERO OU        00016720
      *    LEGADO EM BRANCO) NAO E CRITICADO. O BUFFER DO MASTER        00016730
      *    ESTA NO PRODUTO DO PEDIDO (O PAI, NO CASO DE KIT)            00016740
      *---------------------------------------------------              00016750
             IF PRDM-CUSTO-UNIT NUMERIC                                 00016760
                AND PRDM-CUSTO-UNIT > ZEROS                             00016770
                AND PED-PRECO-UNIT < PRDM-CUSTO-UNIT                    00016780
                 ADD 1 TO WRK-CONT-ABAIXO-CUS                           00016790
                 MOVE PED-NUMERO      TO WRK-ACU-NUMERO                 00016800
                 MOVE PED-PRECO-UNIT  TO WRK-ACU-PRECO                  00016810
                 MOVE PRDM-CUSTO-UNIT TO WRK-ACU-CUSTO                  00016820
                 WRITE REL-LINHA FROM WRK-LINHA-ABAIXO-CUSTO            00016830
             END-IF.                                                    00016840
      *---------------------------------------------------              00016850
       0228-GRAVAR-LIVRO                  SECTION.                      00016860
      *    LANCA A BAIXA DA NOTA NO LIVRO DE MOVIMENTACAO, COM O        00016870
      *    NUMERO DA NOTA COMO DOCUMENTO - E O QUE PERMITE AO           00016880
      *    FECHAMENTO MENSAL (FR05CB74) PROVAR O SALDO SOMENTE          00016890
      *    PELO LIVRO                                                   00016900
      *---------------------------------------------------              00016910
             MOVE PED-CODIGO          TO LMV-CODIGO.                    00016920
             MOVE 'S'                 TO LMV-TIPO.                      00016930
             MOVE PED-QUANTIDADE      TO LMV-QUANTIDADE.                00016940
             MOVE WRK-NOTA-NUMERO     TO WRK-DOC-NF-NUMERO.             00016950
             MOVE WRK-DOC-NOTA        TO LMV-DOCUMENTO.                 00016960
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00016970
             MOVE PRDM-QUANTIDADE     TO LMV-SALDO-NOVO.                00016980
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00016990
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00017000
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00017010
             MOVE 'FR05CB26'          TO LMV-PROGRAMA.                  00017020
             MOVE SPACES              TO LMV-DEPOSITO.                  00017030
             MOVE SPACES              TO LMV-LOTE.                      00017040
             WRITE CPMOV02-REGISTRO.                                    00017050
      *---------------------------------------------------              00017060
       0240-POSTAR-CONTAS-RECEBER         SECTION.                      00017070
      *    POSTA OS TITULOS EM ABERTO NO CONTAS A RECEBER PELO          00017080
      *    TOTAL LIQUIDO DA NOTA RECEM-EMITIDA MAIS O FRETE, UM POR     00017090
      *    PARCELA DA CONDICAO DE PAGAMENTO - EMISSAO NA DATA DE        00017100
      *    NEGOCIO DO CALENDARIO E CADA VENCIMENTO N MESES DEPOIS,      00017110
      *    COM O DIA TRAVADO NO ULTIMO DIA DO MES DE DESTINO.           00017120
      *    PARCELA JA POSTADA (REEMISSAO) SAI COM AVISO NO SYSOUT       00017130
      *    E NAO E DUPLICADA                                            00017140
      *---------------------------------------------------              00017150
             PERFORM 0241-RESOLVER-CONDICAO.                            00017160
             COMPUTE WRK-PARC-TOTAL = WRK-TNF-LIQUIDO + WRK-TNF-FRETE.  00017170
             MOVE ZEROS TO WRK-PARC-ACUMULADO.                          00017180
             PERFORM 0242-POSTAR-PARCELA                                00017190
                 VARYING WRK-PARC-IDX FROM 1 BY 1                       00017200
                 UNTIL WRK-PARC-IDX > WRK-PARC-QTD.                     00017210
      *---------------------------------------------------              00017220
       0241-RESOLVER-CONDICAO             SECTION.                      00017230
      *    RESOLVE A CONDICAO DE PAGAMENTO DA NOTA - A DO CABECALHO     00017240
      *    DO PEDIDO TEM PRECEDENCIA SOBRE A DO CLIENTE. CONDICAO       00017250
      *    INEXISTENTE OU INATIVA SAI COM AVISO NO SYSOUT E A NOTA      00017260
      *    FICA EM PARCELA UNICA DE 100% EM UM MES                      00017270
      *---------------------------------------------------              00017280
             MOVE 01 TO WRK-PARC-QTD.                                   00017290
             MOVE ZEROS TO WRK-COND-PARCELAS.                           00017300
             MOVE 01 TO WRK-CPA-MESES (1).                              00017310
             MOVE 100 TO WRK-CPA-PERC (1).                              00017320
             MOVE SPACES TO WRK-COND-PAGTO.                             00017330
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00017340
                 MOVE WRK-PED-CORRENTE TO PDC-NUMERO                    00017350
                 READ PEDIDO-CABEC                                      00017360
                     INVALID KEY                                        00017370
                         CONTINUE                                       00017380
                     NOT INVALID KEY                                    00017390
                         MOVE PDC-COND-PAGTO TO WRK-COND-PAGTO          00017400
                 END-READ                                               00017410
             END-IF.                                                    00017420
             IF WRK-COND-PAGTO EQUAL SPACES                             00017430
                 MOVE WRK-PED-CLI-ID TO CLI-ID                          00017440
                 READ CLIENTE-MASTER                                    00017450
                     INVALID KEY                                        00017460
                         CONTINUE                                       00017470
                     NOT INVALID KEY                                    00017480
                         MOVE CLI-COND-PAGTO TO WRK-COND-PAGTO          00017490
                 END-READ                                               00017500
             END-IF.                                                    00017510
             IF WRK-COND-PAGTO EQUAL SPACES OR LOW-VALUES               00017520
                OR WRK-FS-CONDPAG EQUAL '35'                            00017530
                 GO TO 0241-99-FIM                                      00017540
             END-IF.                                                    00017550
             MOVE WRK-COND-PAGTO TO CPG-CODIGO.                         00017560
             READ CONDPAG-MASTER                                        00017570
                 INVALID KEY                                            00017580
                     SET CPG-INATIVA TO TRUE                            00017590
             END-READ.                                                  00017600
             IF CPG-ATIVA                                               00017610
                 MOVE CPG-QTD-PARCELAS TO WRK-PARC-QTD                  00017620
                 MOVE CPG-PARCELAS     TO WRK-COND-PARCELAS             00017630
             ELSE                                                       00017640
                 DISPLAY ' AVISO: CONDICAO ' WRK-COND-PAGTO             00017650
                         ' INEXISTENTE OU INATIVA - NOTA '              00017660
                         WRK-NOTA-NUMERO ' EM PARCELA UNICA'            00017670
             END-IF.                                                    00017680
       0241-99-FIM.            EXIT.                                    00017690
      *---------------------------------------------------              00017700
       0242-POSTAR-PARCELA                SECTION.                      00017710
      *    POSTA UMA PARCELA - VALOR PELO PERCENTUAL DA CONDICAO,       00017720
      *    A ULTIMA LEVA A SOBRA DO ARREDONDAMENTO PARA OS TITULOS      00017730
      *    FECHAREM NO TOTAL DA NOTA                                    00017740
      *---------------------------------------------------              00017750
             MOVE WRK-NOTA-NUMERO   TO REC-NUM-NOTA.                    00017760
             MOVE WRK-PARC-IDX      TO REC-PARCELA.                     00017770
             MOVE WRK-PARC-QTD      TO REC-QTD-PARCELAS.                00017780
             MOVE WRK-PED-CLI-ID    TO REC-CLI-ID.                      00017790
             IF WRK-PARC-IDX EQUAL WRK-PARC-QTD                         00017800
                 COMPUTE REC-VALOR = WRK-PARC-TOTAL                     00017810
                                   - WRK-PARC-ACUMULADO                 00017820
             ELSE                                                       00017830
                 COMPUTE REC-VALOR ROUNDED = WRK-PARC-TOTAL             00017840
                         * WRK-CPA-PERC (WRK-PARC-IDX) / 100            00017850
             END-IF.                                                    00017860
             ADD REC-VALOR          TO WRK-PARC-ACUMULADO.              00017870
             MOVE ZEROS             TO REC-VALOR-PAGO.                  00017880
             MOVE WRK-DATA-LANCAMENTO TO REC-DATA-EMISSAO.              00017890
             MOVE WRK-DATA-NEGOCIO  TO WRK-DATA-VENCIMENTO.             00017900
             COMPUTE WRK-VENC-MESES-TOT = WRK-VENC-MES - 1              00017910
                                        + WRK-CPA-MESES (WRK-PARC-IDX). 00017920
             DIVIDE WRK-VENC-MESES-TOT BY 12                            00017930
                 GIVING WRK-VENC-ANOS                                   00017940
                 REMAINDER WRK-VENC-MES-NOVO.                           00017950
             ADD WRK-VENC-ANOS TO WRK-VENC-ANO.                         00017960
             COMPUTE WRK-VENC-MES = WRK-VENC-MES-NOVO + 1.              00017970
             PERFORM 0245-AJUSTAR-DIA-VENCIMENTO.                       00017980
             MOVE WRK-DATA-VENCIMENTO TO REC-DATA-VENCIMENTO.           00017990
             MOVE ZEROS             TO REC-DATA-PAGAMENTO.              00018000
             SET REC-SIT-ABERTO     TO TRUE.                            00018010
             SET REC-NAO-REMETIDO  TO TRUE.                             00018020
             SET REC-TITULO-NORMAL  TO TRUE.                            00018030
             MOVE ZEROS             TO REC-MULTA-PAGA.                  00018040
             MOVE ZEROS             TO REC-JUROS-PAGOS.                 00018050
             MOVE ZEROS             TO REC-DATA-BAIXA.                  00018060
             MOVE ZEROS             TO REC-VALOR-BAIXADO.               00018070
             MOVE ZEROS             TO REC-VALOR-RECUPERADO.            00018080
             WRITE CPREC01-REGISTRO                                     00018090
                 INVALID KEY                                            00018100
                     DISPLAY ' AVISO: TITULO JA POSTADO P/ NOTA '       00018110
                             REC-NUM-NOTA '/' REC-PARCELA               00018120
             END-WRITE.                                                 00018130
      *---------------------------------------------------              00018140
       0245-AJUSTAR-DIA-VENCIMENTO        SECTION.                      00018150
      *    TRAVA O DIA DO VENCIMENTO NO ULTIMO DIA DO MES DE            00018160
      *    DESTINO - EMISSAO NO DIA 29/30/31 GERAVA DATAS DE            00018170
      *    CALENDARIO INVALIDAS (EX. 31/02) QUE SEGUIAM PARA O          00018180
      *    ARQUIVO DE REMESSA BANCARIA (FR05CB55)                       00018190
      *---------------------------------------------------              00018200
             EVALUATE WRK-VENC-MES                                      00018210
                 WHEN 01                                                00018220
                 WHEN 03                                                00018230
                 WHEN 05                                                00018240
                 WHEN 07                                                00018250
                 WHEN 08                                                00018260
                 WHEN 10                                                00018270
                 WHEN 12                                                00018280
                     MOVE 31 TO WRK-VENC-ULT-DIA                        00018290
                 WHEN 04                                                00018300
                 WHEN 06                                                00018310
                 WHEN 09                                                00018320
                 WHEN 11                                                00018330
                     MOVE 30 TO WRK-VENC-ULT-DIA                        00018340
                 WHEN 02                                                00018350
                     DIVIDE WRK-VENC-ANO BY 4                           00018360
                         GIVING WRK-VENC-QUOC                           00018370
                         REMAINDER WRK-VENC-RESTO                       00018380
                     IF WRK-VENC-RESTO EQUAL ZEROS                      00018390
                         MOVE 29 TO WRK-VENC-ULT-DIA                    00018400
                     ELSE                                               00018410
                         MOVE 28 TO WRK-VENC-ULT-DIA                    00018420
                     END-IF                                             00018430
             END-EVALUATE.                                              00018440
             IF WRK-VENC-DIA > WRK-VENC-ULT-DIA                         00018450
                 MOVE WRK-VENC-ULT-DIA TO WRK-VENC-DIA                  00018460
             END-IF.                                                    00018470
      *---------------------------------------------------              00018480
       0250-ATUALIZAR-EXPOSICAO          SECTION.                       00018490
      *    CARREGA O TOTAL LIQUIDO DA NOTA MAIS O FRETE NO SALDO        00018500
      *    EM ABERTO DO CLIENTE (RELIDO NO FECHAMENTO DO PEDIDO) -      00018510
      *    CLIENTE REMOVIDO DESDE A ENTRADA DO PEDIDO NAO TEM ONDE      00018520
      *    ACUMULAR E SAI COM AVISO NO SYSOUT; SALDO EM BRANCO          00018530
      *    (REGISTRO LEGADO) E TRATADO COMO ZERADO                      00018540
      *---------------------------------------------------              00018550
             SET WRK-CLIENTE-AUSENTE TO TRUE.                           00018560
             MOVE WRK-PED-CLI-ID TO CLI-ID.                             00018570
             READ CLIENTE-MASTER                                        00018580
                 INVALID KEY                                            00018590
                     CONTINUE                                           00018600
                 NOT INVALID KEY                                        00018610
                     SET WRK-CLIENTE-ACHADO TO TRUE                     00018620
             END-READ.                                                  00018630
             IF WRK-CLIENTE-AUSENTE                                     00018640
                 DISPLAY ' AVISO: CLIENTE ' WRK-PED-CLI-ID              00018650
                         ' SEM CADASTRO - EXPOSICAO NAO ATUALIZADA'     00018660
             ELSE                                                       00018670
                 IF CLI-SALDO-ABERTO NOT NUMERIC                        00018680
                     MOVE ZEROS TO CLI-SALDO-ABERTO                     00018690
                 END-IF                                                 00018700
                 ADD WRK-TNF-LIQUIDO WRK-TNF-FRETE                      00018710
                     TO CLI-SALDO-ABERTO                                00018720
                 REWRITE CPCLIE01-REGISTRO                              00018730
             END-IF.                                                    00018740
      *---------------------------------------------------              00018750
       0260-ACUMULAR-VENDAS               SECTION.                      00018760
      *    ACUMULA A NOTA EMITIDA NO HISTORICO MENSAL DE VENDAS,        00018770
      *    NOS TRES ACUMULADORES: PRODUTO, CATEGORIA (DO MASTER         00018780
      *    JA LIDO PELO FATURAMENTO) E CLIENTE                          00018790
      *---------------------------------------------------              00018800
             MOVE WRK-DATA-LANCAMENTO (1:6) TO VDH-ANOMES.              00018810
             SET VDH-TIPO-PRODUTO TO TRUE.                              00018820
             MOVE SPACES     TO VDH-CODIGO.                             00018830
             MOVE PED-CODIGO TO VDH-CODIGO.                             00018840
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00018850
             SET VDH-TIPO-CATEGORIA TO TRUE.                            00018860
             MOVE SPACES         TO VDH-CODIGO.                         00018870
             MOVE PRDM-CATEGORIA TO VDH-CODIGO.                         00018880
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00018890
             SET VDH-TIPO-CLIENTE TO TRUE.                              00018900
             MOVE SPACES     TO VDH-CODIGO.                             00018910
             MOVE PED-CLI-ID TO VDH-CODIGO (1:5).                       00018920
             PERFORM 0265-ACUMULAR-UMA-CHAVE.                           00018930
      *---------------------------------------------------              00018940
       0265-ACUMULAR-UMA-CHAVE            SECTION.                      00018950
      *    LE (OU CRIA ZERADO) O ACUMULADOR DA CHAVE MONTADA E          00018960
      *    SOMA A QUANTIDADE E O VALOR DA NOTA                          00018970
      *---------------------------------------------------              00018980
             READ VENDHIST                                              00018990
                 INVALID KEY                                            00019000
                     MOVE ZEROS TO VDH-QUANTIDADE                       00019010
                     MOVE ZEROS TO VDH-VALOR                            00019020
                     ADD PED-QUANTIDADE  TO VDH-QUANTIDADE              00019030
                     ADD PED-VALOR-TOTAL TO VDH-VALOR                   00019040
                     WRITE CPVDH01-REGISTRO                             00019050
                 NOT INVALID KEY                                        00019060
                     ADD PED-QUANTIDADE  TO VDH-QUANTIDADE              00019070
                     ADD PED-VALOR-TOTAL TO VDH-VALOR                   00019080
                     REWRITE CPVDH01-REGISTRO                           00019090
             END-READ.                                                  00019100
      *---------------------------------------------------              00019110
       0280-FECHAR-PEDIDO                 SECTION.                      00019120
      *    FECHA O PEDIDO CORRENTE - COM NOTA EMITIDA, APURA E          00019130
      *    IMPRIME O FRETE E O TOTAL, POSTA O TITULO E CARREGA A        00019140
      *    EXPOSICAO PELO TOTAL DA NOTA COM O FRETE; DEPOIS             00019150
      *    ATUALIZA O CABECALHO DO PEDIDO PELA SITUACAO DAS LINHAS      00019160
      *    (TODAS FATURADAS 'F', PARTE 'P', SO BACKORDER 'B').          00019170
      *    PEDIDO ANTIGO SEM CABECALHO SEGUE SO PELAS LINHAS            00019180
      *---------------------------------------------------              00019190
             IF WRK-NOTA-LINHAS > ZERO                                  00019200
                 PERFORM 0281-CALCULAR-FRETE                            00019210
                 ADD WRK-TNF-FRETE     TO WRK-TNF-BRUTO                 00019220
                 MOVE WRK-TNF-LIQUIDO  TO WRK-TOT-LIQUIDO               00019230
                 MOVE WRK-TNF-IMPOSTO  TO WRK-TOT-IMPOSTO               00019240
                 MOVE WRK-TNF-BRUTO    TO WRK-TOT-BRUTO                 00019250
                 MOVE WRK-NOTA-LINHAS   TO WRK-TOT-ITENS                00019260
                 WRITE REL-LINHA FROM WRK-NOTA-TOTAIS                   00019270
                 WRITE REL-LINHA FROM WRK-NOTA-SEPARA                   00019280
                 PERFORM 0237-GRAVAR-NFE-TOTAL                          00019290
                 PERFORM 0240-POSTAR-CONTAS-RECEBER                     00019300
                 PERFORM 0250-ATUALIZAR-EXPOSICAO                       00019310
                 ADD 1 TO WRK-CONT-FATURADOS                            00019320
                 IF WRK-PERIODO-DESVIADO                                00019330
                     PERFORM 0289-GRAVAR-DESVIO                         00019340
                 END-IF                                                 00019350
             END-IF.                                                    00019360
             IF WRK-PED-LIN-MEXIDAS > ZERO                              00019370
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00019380
                 PERFORM 0285-ATUALIZAR-CABECALHO                       00019390
             END-IF.                                                    00019400
             MOVE ZERO TO WRK-NOTA-LINHAS.                              00019410
             MOVE ZERO TO WRK-PED-LIN-FATUR.                            00019420
             MOVE ZERO TO WRK-PED-LIN-BACKORD.                          00019430
             MOVE ZERO TO WRK-PED-LIN-ABERTAS.                          00019440
             MOVE ZERO TO WRK-PED-LIN-MEXIDAS.                          00019450
      *---------------------------------------------------              00019460
       0281-CALCULAR-FRETE                SECTION.                      00019470
      *    RESOLVE O ENDERECO DO CLIENTE (CPEND01) E PROCURA A          00019480
      *    ZONA ATIVA DA UF QUE CONTEM O CEP. FRETE = PERCENTUAL        00019490
      *    DA ZONA SOBRE O LIQUIDO DA NOTA, NUNCA ABAIXO DO             00019500
      *    MINIMO; LIQUIDO IGUAL OU ACIMA DO LIMITE DE ISENCAO          00019510
      *    (LIMITE ZERO = SEM ISENCAO) SAI SEM FRETE. CEP SEM           00019520
      *    ZONA SAI SEM FRETE E E CONTADO NO SYSOUT. O FRETE            00019530
      *    COBRADO E GRAVADO NO ITEM 001 DO HISTORICO DA NOTA           00019540
      *---------------------------------------------------              00019550
             MOVE ZEROS TO WRK-TNF-FRETE.                               00019560
             IF WRK-FS-FRETE EQUAL '35'                                 00019570
                 GO TO 0281-99-FIM                                      00019580
             END-IF.                                                    00019590
             SET WRK-ZONA-AUSENTE TO TRUE.                              00019600
             MOVE SPACES TO WRK-ZON-UF.                                 00019610
             MOVE ZEROS  TO WRK-ZON-CEP.                                00019620
             MOVE WRK-PED-CLI-ID TO END-CLI-ID.                         00019630
             READ ENDERECO-MASTER                                       00019640
                 INVALID KEY                                            00019650
                     CONTINUE                                           00019660
                 NOT INVALID KEY                                        00019670
                     MOVE END-UF  TO WRK-ZON-UF                         00019680
                     MOVE END-CEP TO WRK-ZON-CEP                        00019690
             END-READ.                                                  00019700
             IF WRK-ZON-UF NOT EQUAL SPACES                             00019710
                 MOVE WRK-ZON-UF TO FRT-UF                              00019720
                 MOVE ZEROS      TO FRT-CEP-INICIO                      00019730
                 MOVE ZEROS      TO WRK-FS-VARREDURA                    00019740
                 START FRETE-MASTER KEY IS NOT LESS THAN FRT-CHAVE      00019750
                     INVALID KEY                                        00019760
                         MOVE '10' TO WRK-FS-VARREDURA                  00019770
                 END-START                                              00019780
                 PERFORM 0282-LER-FAIXA-FRETE                           00019790
                     UNTIL WRK-FS-VARREDURA NOT EQUAL ZEROS             00019800
             END-IF.                                                    00019810
             MOVE SPACES TO WRK-FRE-OBS.                                00019820
             IF WRK-ZONA-AUSENTE                                        00019830
                 ADD 1 TO WRK-CONT-SEM-ZONA                             00019840
                 STRING 'CEP ' WRK-ZON-CEP ' SEM ZONA DE FRETE'         00019850
                     DELIMITED BY SIZE INTO WRK-FRE-OBS                 00019860
             ELSE                                                       00019870
                 IF WRK-ZON-LIMITE > ZEROS                              00019880
                    AND WRK-TNF-LIQUIDO NOT < WRK-ZON-LIMITE            00019890
                     MOVE 'ISENTO - LIMITE DE ISENCAO DA ZONA'          00019900
                         TO WRK-FRE-OBS                                 00019910
                 ELSE                                                   00019920
                     COMPUTE WRK-TNF-FRETE ROUNDED =                    00019930
                         WRK-TNF-LIQUIDO * WRK-ZON-PERC / 100           00019940
                     IF WRK-TNF-FRETE < WRK-ZON-MINIMO                  00019950
                         MOVE WRK-ZON-MINIMO TO WRK-TNF-FRETE           00019960
                     END-IF                                             00019970
                     STRING 'ZONA ' WRK-ZON-UF ' CEP '                  00019980
                            WRK-ZON-CEP-INICIO ' A '                    00019990
                            WRK-ZON-CEP-FIM                             00020000
                         DELIMITED BY SIZE INTO WRK-FRE-OBS             00020010
                 END-IF                                                 00020020
             END-IF.                                                    00020030
             MOVE WRK-TNF-FRETE TO WRK-FRE-VALOR.                       00020040
             WRITE REL-LINHA FROM WRK-NOTA-FRETE.                       00020050
             IF WRK-TNF-FRETE > ZEROS                                   00020060
                 ADD WRK-TNF-FRETE TO WRK-TOTAL-FRETE                   00020070
                 PERFORM 0283-GRAVAR-FRETE-HISTORICO                    00020080
             END-IF.                                                    00020090
       0281-99-FIM.            EXIT.                                    00020100
      *---------------------------------------------------              00020110
       0282-LER-FAIXA-FRETE               SECTION.                      00020120
      *    AS FAIXAS DA UF VEM EM ORDEM DE CEP INICIAL - A              00020130
      *    LEITURA PARA NA PRIMEIRA QUE COMECA ACIMA DO CEP OU NA       00020140
      *    FAIXA ATIVA QUE O CONTEM                                     00020150
      *---------------------------------------------------              00020160
             READ FRETE-MASTER NEXT RECORD.                             00020170
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00020180
                 MOVE '10' TO WRK-FS-VARREDURA                          00020190
                 GO TO 0282-99-FIM                                      00020200
             END-IF.                                                    00020210
             IF FRT-UF NOT EQUAL WRK-ZON-UF                             00020220
                OR FRT-CEP-INICIO > WRK-ZON-CEP                         00020230
                 MOVE '10' TO WRK-FS-VARREDURA                          00020240
                 GO TO 0282-99-FIM                                      00020250
             END-IF.                                                    00020260
             IF FRT-ATIVA                                               00020270
                AND WRK-ZON-CEP NOT > FRT-CEP-FIM                       00020280
                 SET WRK-ZONA-ACHADA TO TRUE                            00020290
                 MOVE FRT-CEP-INICIO     TO WRK-ZON-CEP-INICIO          00020300
                 MOVE FRT-CEP-FIM        TO WRK-ZON-CEP-FIM             00020310
                 MOVE FRT-PERC-FRETE     TO WRK-ZON-PERC                00020320
                 MOVE FRT-VALOR-MINIMO   TO WRK-ZON-MINIMO              00020330
                 MOVE FRT-LIMITE-ISENCAO TO WRK-ZON-LIMITE              00020340
                 MOVE '10' TO WRK-FS-VARREDURA                          00020350
             END-IF.                                                    00020360
       0282-99-FIM.            EXIT.                                    00020370
      *---------------------------------------------------              00020380
       0283-GRAVAR-FRETE-HISTORICO        SECTION.                      00020390
      *    GRAVA O FRETE COBRADO NA PRIMEIRA LINHA DA NOTA NO           00020400
      *    HISTORICO - BASE DO LANCAMENTO DE RECEITA DE FRETE           00020410
      *---------------------------------------------------              00020420
             MOVE WRK-NOTA-NUMERO TO NFH-NUMERO.                        00020430
             MOVE 1               TO NFH-ITEM.                          00020440
             READ NOTAHIST                                              00020450
                 INVALID KEY                                            00020460
                     DISPLAY ' AVISO: NOTA SEM HISTORICO P/ FRETE: '    00020470
                             WRK-NOTA-NUMERO                            00020480
                 NOT INVALID KEY                                        00020490
                     MOVE WRK-TNF-FRETE TO NFH-VALOR-FRETE              00020500
                     REWRITE CPNFH01-REGISTRO                           00020510
             END-READ.                                                  00020520
      *---------------------------------------------------              00020530
       0285-ATUALIZAR-CABECALHO           SECTION.                      00020540
             MOVE WRK-PED-CORRENTE TO PDC-NUMERO.                       00020550
             READ PEDIDO-CABEC                                          00020560
                 INVALID KEY                                            00020570
                     GO TO 0285-99-FIM                                  00020580
             END-READ.                                                  00020590
             EVALUATE TRUE                                              00020600
                 WHEN WRK-PED-LIN-ABERTAS EQUAL ZERO                    00020610
                  AND WRK-PED-LIN-BACKORD EQUAL ZERO                    00020620
                     SET PDC-FATURADO TO TRUE                           00020630
                 WHEN WRK-PED-LIN-FATUR > ZERO                          00020640
                     SET PDC-PARCIAL TO TRUE                            00020650
                 WHEN WRK-PED-LIN-BACKORD > ZERO                        00020660
                     SET PDC-BACKORDER TO TRUE                          00020670
                 WHEN OTHER                                             00020680
                     SET PDC-ABERTO TO TRUE                             00020690
             END-EVALUATE.                                              00020700
             IF WRK-NOTA-LINHAS > ZERO                                  00020710
                 MOVE WRK-NOTA-NUMERO  TO PDC-NUM-NOTA                  00020720
                 MOVE WRK-DATA-LANCAMENTO TO PDC-DATA-FATURA            00020730
             END-IF.                                                    00020740
             REWRITE CPPDC01-REGISTRO.                                  00020750
       0285-99-FIM.            EXIT.                                    00020760
      *---------------------------------------------------              00020770
       0289-GRAVAR-DESVIO                 SECTION.                      00020780
      *    NOTA EMITIDA COM O PERIODO DA DATA DE NEGOCIO FECHADO -      00020790
      *    REGISTRA O DESVIO PARA O RELATORIO (FR06CB31) COM O          00020800
      *    NUMERO E O TOTAL BRUTO DA NOTA                               00020810
      *---------------------------------------------------              00020820
             MOVE WRK-NOTA-NUMERO     TO WRK-DOC-NF-NUMERO.             00020830
             MOVE WRK-DOC-NOTA        TO DSV-DOCUMENTO.                 00020840
             MOVE WRK-TNF-BRUTO       TO DSV-VALOR.                     00020850
             PERFORM 0972-GRAVAR-DESVIO.                                00020860
      *---------------------------------------------------              00020870
       0300-FINALIZAR                     SECTION.                      00020880
             IF WRK-PED-CORRENTE > ZEROS                                00020890
                 PERFORM 0280-FECHAR-PEDIDO                             00020900
             END-IF.                                                    00020910
             PERFORM 0310-GRAVA-CONTROLE.                               00020920
             MOVE WRK-CONT-LIDOS                                        00020930
                 TO WRK-STT-REGISTROS.                                  00020940
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00020950
             CLOSE PEDIDOS.                                             00020960
             CLOSE PRODUTO-MASTER.                                      00020970
             CLOSE CLIENTE-MASTER.                                      00020980
             CLOSE RELNOTA.                                             00020990
             CLOSE CONTROLE.                                            00021000
             CLOSE NFE-SAIDA.                                           00021010
             PERFORM 0330-REGISTRAR-MANIFESTO.                          00021020
             CLOSE DESVIO.                                              00021030
             CLOSE BACKORDER.                                           00021040
             CLOSE LIVROMOV.                                            00021050
             CLOSE SALDOS.                                              00021060
             IF WRK-FS-KIT NOT EQUAL '35'                               00021070
                 CLOSE KIT-MASTER                                       00021080
             END-IF.                                                    00021090
             CLOSE CONTASREC.                                           00021100
             CLOSE NOTAHIST.                                            00021110
             CLOSE VENDHIST.                                            00021120
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00021130
                 CLOSE PEDIDO-CABEC                                     00021140
             END-IF.                                                    00021150
             CLOSE ENDERECO-MASTER.                                     00021160
             CLOSE TAXA-MASTER.                                         00021170
             CLOSE PROMO-MASTER.                                        00021180
             IF WRK-FS-FRETE NOT EQUAL '35'                             00021190
                 CLOSE FRETE-MASTER                                     00021200
             END-IF.                                                    00021210
             IF WRK-FS-CONDPAG NOT EQUAL '35'                           00021220
                 CLOSE CONDPAG-MASTER                                   00021230
             END-IF.                                                    00021240
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00021250
                 CLOSE CONVERSAO                                        00021260
             END-IF.                                                    00021270
             DISPLAY '------------------'.                              00021280
             DISPLAY '  PEDIDOS LIDOS.....: ' WRK-CONT-LIDOS.           00021290
             DISPLAY '  NOTAS EMITIDAS....: ' WRK-CONT-FATURADOS.       00021300
             DISPLAY '  LINHAS FATURADAS..: ' WRK-CONT-LIN-FATUR.       00021310
             DISPLAY '  LINHAS P/ BACKORDER: ' WRK-CONT-PENDENTES.      00021320
             DISPLAY '  PEDIDOS SEM ENDERECO: ' WRK-CONT-SEM-END.       00021330
             DISPLAY '  KITS SEM COMPONENTES: '                         00021340
                     WRK-CONT-KIT-CURTO.                                00021350
             DISPLAY '  FORA DO PICKING.....: '                         00021360
                     WRK-CONT-FORA-PICK.                                00021370
             DISPLAY '  ABAIXO DO CUSTO.....: '                         00021380
                     WRK-CONT-ABAIXO-CUS.                               00021390
             DISPLAY '  NOTAS SEM ZONA FRETE: '                         00021400
                     WRK-CONT-SEM-ZONA.                                 00021410
             DISPLAY '  FRETE COBRADO.......: '                         00021420
                     WRK-TOTAL-FRETE.                                   00021430
             DISPLAY '  REGISTROS DA NF-E...: '                         00021440
                     WRK-CONT-NFE.                                      00021450
             DISPLAY '  NOTAS DESVIADAS.....: '                         00021460
                     WRK-CONT-DESVIADOS.                                00021470
             DISPLAY '  PERIODO BLOQUEADO...: '                         00021480
                     WRK-CONT-BLOQUEADOS.                               00021490
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00021500
             PERFORM 9000-TRATA-ERROS.                                  00021510
      *---------------------------------------------------              00021520
       0310-GRAVA-CONTROLE                SECTION.                      00021530
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00021540
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14) -      00021550
      *    O CAMPO DE HASH CARREGA O TOTAL DE IMPOSTO DO DIA, EM        00021560
      *    CENTAVOS, PARA O FECHAMENTO FISCAL                           00021570
      *---------------------------------------------------              00021580
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00021590
             MOVE SPACES              TO CTL-DATA-HORA.                 00021600
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00021610
             MOVE WRK-CONT-FATURADOS  TO CTL-QTD-GRAVADOS.              00021620
             MOVE WRK-CONT-PENDENTES  TO CTL-QTD-REJEITADOS.            00021630
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00021640
             MOVE WRK-CONT-SEM-END    TO CTL-QTD-FILTRADOS.             00021650
             COMPUTE CTL-HASH-TOTAL =                                   00021660
                 WRK-TOTAL-IMPOSTO * 100.                               00021670
             MOVE ZERO                TO CTL-QTD-FONTES.                00021680
             WRITE CPCTRL01-REGISTRO.                                   00021690
      *---------------------------------------------------              00021700
       0330-REGISTRAR-MANIFESTO           SECTION.                      00021710
      *    REGISTRA O ARQUIVO DA NF-E NO MANIFESTO DAS INTERFACES       00021720
      *    DE SAIDA (SERVICO FR06CB34) - QTD DE REGISTROS E SOMA        00021730
      *    DOS TOTAIS BRUTOS DAS NOTAS EM CENTAVOS; A LIBERACAO         00021740
      *    DO STEP063C SOMA NA MESMA GERACAO                            00021750
      *---------------------------------------------------              00021760
             MOVE 'NFE'               TO MNF-REG-INTERFACE.             00021770
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00021780
             SET MNF-REG-NOVA         TO TRUE.                          00021790
             MOVE WRK-CONT-NFE        TO MNF-REG-QTD-REGISTROS.         00021800
             COMPUTE MNF-REG-VALOR-HASH = WRK-HASH-NFE * 100.           00021810
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00021820
             IF MNF-REG-OK                                              00021830
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00021840
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00021850
                         MNF-REG-GERACAO                                00021860
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00021870
                 DISPLAY ' AVISO: NF-E JA TRANSMITIDA NA DATA - '       00021880
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00021890
                         MNF-REG-GERACAO                                00021900
             ELSE                                                       00021910
                 DISPLAY ' AVISO: NF-E NAO REGISTRADA NO '              00021920
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00021930
             END-IF                                                     00021940
             END-IF.                                                    00021950
      *---------------------------------------------------              00021960
       9000-TRATA-ERROS                   SECTION.                      00021970
      *---------------------------------------------------              00021980
             PERFORM 9050-GRAVAR-ERRLOG.                                00021990
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00022000
             STOP RUN.                                                  00022010
      *--------------------------------------------------------------   00022020
       9000-99-FIM.            EXIT.                                    00022030
      *--------------------------------------------------------------   00022040
