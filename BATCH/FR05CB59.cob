      *               LANCAMENTO NO LIVRO CPMOV02, EMITE A NOTA         00000200
      *               DE CREDITO NUMERADA (SEQUENCIA 'NOTACRED'         00000210
      *               DA FR05CB34) NO LAYOUT DA NOTA FISCAL E           00000220
      *               LANCA O VALOR COMO CREDITO EM CONTA DO            00000230
      *               CLIENTE (CPCRD01), APLICADO AOS TITULOS           00000240
      *               PELA FR06CB05. ACABA COM OS AJUSTES 'A' AVULSOS   00000250
      *               DO ALMOXARIFADO SEM AMARRACAO COM A VENDA         00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000310
      *     02/09/2026  IVS     O LANCAMENTO DA DEVOLUCAO NO LIVRO      00000320
      *                         PASSA A REGISTRAR O DEPOSITO 01         00000330
      *                         (DOCA DE RECEBIMENTO) - O SALDO         00000340
      *                         POR DEPOSITO E RECOMPOSTO PELO          00000350
      *                         CARTAO 'A' OU 'T' DA FR05CB22           00000360
      *     02/09/2026  IVS     A DEVOLUCAO PASSA A CREDITAR            00000370
      *                         TAMBEM O SALDO DO DEPOSITO 01           00000380
      *                         (CPSLD01), COMO O RECEBIMENTO           00000390
      *                         FR05CB66 - O LANCAMENTO DO LIVRO        00000400
      *                         JA SAIA COM O DEPOSITO 01 MAS O         00000410
      *                         SALDO POR DEPOSITO NAO ERA              00000420
      *                         CREDITADO                               00000430
      *     02/09/2026  IVS     O LANCAMENTO DO LIVRO (LMV-DATA)        00000440
      *                         PASSA A SAIR COM A DATA DE NEGOCIO      00000450
      *                         DO CALENDARIO, COMO FR05CB22/26/51      00000460
      *                         - O RELOGIO DIVIDIA AS POSTAGENS DE     00000470
      *                         UM MESMO DIA DE NEGOCIO EM DOIS         00000480
      *                         MESES NO FECHAMENTO (FR05CB74)          00000490
      *     02/09/2026  IVS     SECOES RENUMERADAS PARA DESFAZER OS     00000500
      *                         NUMEROS DUPLICADOS: ABRIR-SALDOS        00000510
      *                         PASSA A 0112 E EMITIR-NOTA-CREDITO      00000520
      *                         A 0219 (0111 E DO ENVELOPE, 0217 DO     00000530
      *                         CREDITO DE DEPOSITO)                    00000540
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: O CARTAO      00000550
      *                         PASSA A TRAZER O ITEM DO PEDIDO         00000560
      *                         (PED-ITEM) APOS A QUANTIDADE; ITEM      00000570
      *                         EM BRANCO OU ZERO ACEITA A PRIMEIRA     00000580
      *                         LINHA FATURADA DO PEDIDO                00000590
      *     15/10/2026  IVS     A NOTA DE CREDITO DEIXA DE ABATER       00000600
      *                         O SALDO EM ABERTO DO CLIENTE NA         00000610
      *                         EMISSAO: O VALOR E LANCADO COMO         00000620
      *                         CREDITO EM CONTA (CPCRD01, ORIGEM       00000630
      *                         C) E O SALDO E ABATIDO QUANDO A         00000640
      *                         FR06CB05 APLICA O CREDITO AOS           00000650
      *                         TITULOS EM ABERTO                       00000660
      *     15/10/2026  IVS     A NOTA DE CREDITO PASSA A SER GRAVADA   00000670
      *                         NO HISTORICO DE CREDITOS (CPNCH01) COM  00000680
      *                         UF, CATEGORIA, BASE, ALIQUOTA E IMPOSTO 00000690
      *                         ESTORNADO (MESMA REGRA DA FR05CB26),    00000700
      *                         PARA O LIVRO MENSAL DE SAIDAS POR UF    00000710
      *                         (FR06CB16). O VALOR CREDITADO NAO MUDA  00000720
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000730
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000740
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000750
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000760
      *                         LIVRO, CREDITO EM CONTA E HISTORICO     00000770
      *                         DA NOTA DE CREDITO SAO LANCADOS NO      00000780
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000790
      *                         CADA DEVOLUCAO VAI PARA O ARQUIVO DE    00000800
      *                         DESVIOS (CPDSV01). PERIODO EM           00000810
      *                         FECHAMENTO: CARTAO REJEITADO (06)       00000820
      *=======================================================*         00000830
                                                                        00000840
      *=======================================================*         00000850
       ENVIRONMENT                               DIVISION.              00000860
      *=======================================================*         00000870
       INPUT-OUTPUT                              SECTION.               00000880
       FILE-CONTROL.                                                    00000890
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000900
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000910
                                                                        00000920
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000930
                ORGANIZATION IS INDEXED                                 00000940
                ACCESS MODE  IS DYNAMIC                                 00000950
                RECORD KEY   IS PRDM-CODIGO                             00000960
                FILE STATUS  IS WRK-FS-PRDM.                            00000970
                                                                        00000980
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000990
                ORGANIZATION IS INDEXED                                 00001000
                ACCESS MODE  IS DYNAMIC                                 00001010
                RECORD KEY   IS CLI-ID                                  00001020
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001030
                                                                        00001040
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00001050
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00001060
                                                                        00001070
             SELECT SALDOS   ASSIGN TO ARQSLD                           00001080
                ORGANIZATION IS INDEXED                                 00001090
                ACCESS MODE  IS DYNAMIC                                 00001100
                RECORD KEY   IS SLD-CHAVE                               00001110
                FILE STATUS  IS WRK-FS-SALDOS.                          00001120
                                                                        00001130
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001140
                FILE STATUS  IS WRK-FS-REJEITO.                         00001150
                                                                        00001160
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001170
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001180
                                                                        00001190
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001200
                FILE STATUS  IS WRK-FS-SYSIN.                           00001210
                                                                        00001220
             SELECT RELNOTA  ASSIGN TO ARQRPT                           00001230
                FILE STATUS  IS WRK-FS-RELNOTA.                         00001240
                                                                        00001250
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001260
                ORGANIZATION IS INDEXED                                 00001270
                ACCESS MODE  IS DYNAMIC                                 00001280
                RECORD KEY   IS CKP-PROGRAMA                            00001290
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001300
                                                                        00001310
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001320
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001330
                                                                        00001340
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001350
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001360
                                                                        00001370
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00001380
                ORGANIZATION IS INDEXED                                 00001390
                ACCESS MODE  IS DYNAMIC                                 00001400
                RECORD KEY   IS CRD-CHAVE                               00001410
                FILE STATUS  IS WRK-FS-CREDITO.                         00001420
                                                                        00001430
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001440
                ORGANIZATION IS INDEXED                                 00001450
                ACCESS MODE  IS DYNAMIC                                 00001460
                RECORD KEY   IS CAL-DATA                                00001470
                FILE STATUS  IS WRK-FS-CALEND.                          00001480
                                                                        00001490
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001500
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001510
                                                                        00001520
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00001530
                ORGANIZATION IS INDEXED                                 00001540
                ACCESS MODE  IS DYNAMIC                                 00001550
                RECORD KEY   IS END-CLI-ID                              00001560
                FILE STATUS  IS WRK-FS-ENDERECO.                        00001570
                                                                        00001580
             SELECT TAXA-MASTER ASSIGN TO ARQTAX                        00001590
                ORGANIZATION IS INDEXED                                 00001600
                ACCESS MODE  IS DYNAMIC                                 00001610
                RECORD KEY   IS TAX-CHAVE                               00001620
                FILE STATUS  IS WRK-FS-TAXA.                            00001630
                                                                        00001640
             SELECT NOTACRED-HIST ASSIGN TO ARQNCH                      00001650
                FILE STATUS  IS WRK-FS-NOTACRED.                        00001660
                                                                        00001670
             SELECT PERIODO  ASSIGN TO ARQPER                           00001680
                ORGANIZATION IS INDEXED                                 00001690
                ACCESS MODE  IS DYNAMIC                                 00001700
                RECORD KEY   IS PER-ANOMES                              00001710
                FILE STATUS  IS WRK-FS-PERIODO.                         00001720
                                                                        00001730
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001740
                FILE STATUS  IS WRK-FS-DESVIO.                          00001750
      *=======================================================*         00001760
       DATA                                      DIVISION.              00001770
      *=======================================================*         00001780
       FILE                                      SECTION.               00001790
       FD ENTRADA-SYSIN                                                 00001800
           RECORDING MODE IS F                                          00001810
           BLOCK CONTAINS 0 RECORDS.                                    00001820
       01 SYSIN-REGISTRO             PIC X(023).                        00001830
                                                                        00001840
       FD PEDIDOS                                                       00001850
           RECORDING MODE IS F                                          00001860
           BLOCK CONTAINS 0 RECORDS.                                    00001870
           COPY CPPED01.                                                00001880
                                                                        00001890
       FD PRODUTO-MASTER.                                               00001900
           COPY CPPRDM01.                                               00001910
                                                                        00001920
       FD CLIENTE-MASTER.                                               00001930
           COPY CPCLIE01.                                               00001940
                                                                        00001950
       FD LIVROMOV                                                      00001960
           RECORDING MODE IS F                                          00001970
           BLOCK CONTAINS 0 RECORDS.                                    00001980
           COPY CPMOV02.                                                00001990
                                                                        00002000
       FD SALDOS.                                                       00002010
           COPY CPSLD01.                                                00002020
                                                                        00002030
       FD REJEITO-INTAKE                                                00002040
           RECORDING MODE IS F                                          00002050
           BLOCK CONTAINS 0 RECORDS.                                    00002060
           COPY CPREJ09.                                                00002070
                                                                        00002080
       FD AUDITORIA                                                     00002090
           RECORDING MODE IS F                                          00002100
           BLOCK CONTAINS 0 RECORDS.                                    00002110
           COPY CPAUD01.                                                00002120
                                                                        00002130
       FD RELNOTA                                                       00002140
           RECORDING MODE IS F                                          00002150
           BLOCK CONTAINS 0 RECORDS.                                    00002160
       01 REL-LINHA                    PIC X(132).                      00002170
                                                                        00002180
       FD CHECKPT.                                                      00002190
           COPY CPCKPT01.                                               00002200
                                                                        00002210
       FD CONTROLE                                                      00002220
           RECORDING MODE IS F                                          00002230
           BLOCK CONTAINS 0 RECORDS.                                    00002240
           COPY CPCTRL01.                                               00002250
                                                                        00002260
       FD ERRLOG.                                                       00002270
           COPY CPERRL01.                                               00002280
                                                                        00002290
       FD CREDITO-CLIENTE.                                              00002300
           COPY CPCRD01.                                                00002310
                                                                        00002320
       FD CALENDARIO.                                                   00002330
           COPY CPCAL01.                                                00002340
                                                                        00002350
       FD ESTATIS                                                       00002360
           RECORDING MODE IS F                                          00002370
           BLOCK CONTAINS 0 RECORDS.                                    00002380
           COPY CPSTA01.                                                00002390
                                                                        00002400
       FD ENDERECO-MASTER.                                              00002410
           COPY CPEND01.                                                00002420
                                                                        00002430
       FD TAXA-MASTER.                                                  00002440
           COPY CPTAX01.                                                00002450
                                                                        00002460
       FD NOTACRED-HIST                                                 00002470
           RECORDING MODE IS F                                          00002480
           BLOCK CONTAINS 0 RECORDS.                                    00002490
           COPY CPNCH01.                                                00002500
                                                                        00002510
       FD PERIODO.                                                      00002520
           COPY CPPER01.                                                00002530
                                                                        00002540
       FD DESVIO                                                        00002550
           RECORDING MODE IS F                                          00002560
           BLOCK CONTAINS 0 RECORDS.                                    00002570
           COPY CPDSV01.                                                00002580
                                                                        00002590
       WORKING-STORAGE                           SECTION.               00002600
       01 WRK-REGISTRO.                                                 00002610
          05 WRK-PED-NUMERO PIC 9(005)        VALUE ZEROS.              00002620
          05 WRK-QTD-DEVOLVIDA PIC 9(007)     VALUE ZEROS.              00002630
          05 WRK-PED-ITEM   PIC 9(003)        VALUE ZEROS.              00002640
          05 FILLER         PIC X(008)        VALUE SPACES.             00002650
                                                                        00002660
       77 WRK-FS-PEDIDOS           PIC X(02) VALUE SPACES.              00002670
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002680
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00002690
       77 WRK-FS-LIVROMOV          PIC X(02) VALUE SPACES.              00002700
       77 WRK-FS-SALDOS            PIC X(02) VALUE SPACES.              00002710
       77 WRK-FS-CREDITO           PIC X(02) VALUE SPACES.              00002720
       77 WRK-FS-ENDERECO          PIC X(02) VALUE SPACES.              00002730
       77 WRK-FS-TAXA              PIC X(02) VALUE SPACES.              00002740
       77 WRK-FS-NOTACRED          PIC X(02) VALUE SPACES.              00002750
       01 WRK-SW-SALDO-DEP.                                             00002760
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00002770
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00002780
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00002790
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002800
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002810
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002820
       77 WRK-FS-RELNOTA           PIC X(02) VALUE SPACES.              00002830
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002840
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002850
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002860
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002870
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002880
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002890
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002900
       77 WRK-SALDO-ANTERIOR       PIC 9(07) VALUE ZERO.                00002910
       77 WRK-SALDO-NOVO           PIC 9(07) VALUE ZERO.                00002920
       77 WRK-VALOR-CREDITO        PIC 9(09)V99 COMP-3 VALUE ZERO.      00002930
       77 WRK-NUM-CREDITO          PIC 9(05) VALUE ZERO.                00002940
       77 WRK-CONT-CREDITOS        PIC 9(07) COMP VALUE ZERO.           00002950
       77 WRK-UF-CLIENTE           PIC X(02) VALUE SPACES.              00002960
       77 WRK-ALIQUOTA-NOTA        PIC 9(02)V99 VALUE ZEROS.            00002970
       77 WRK-VALOR-IMPOSTO        PIC 9(09)V99 COMP-3 VALUE ZERO.      00002980
       01 WRK-SW-VALIDO.                                                00002990
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00003000
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00003010
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00003020
      *---------------------------------------------------              00003030
      *    PEDIDOS FATURADOS CARREGADOS EM MEMORIA PARA A               00003040
      *    VALIDACAO DAS DEVOLUCOES (O ARQUIVO E SEQUENCIAL)            00003050
      *---------------------------------------------------              00003060
       77 WRK-MAX-PEDIDOS     PIC 9(05) COMP VALUE 5000.                00003070
       77 WRK-QTD-PEDIDOS     PIC 9(05) COMP VALUE ZERO.                00003080
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00003090
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00003100
       01 WRK-TABELA-PEDIDOS.                                           00003110
          05 WRK-ENT-PEDIDO OCCURS 5000 TIMES.                          00003120
             10 WRK-PDT-NUMERO        PIC 9(05).                        00003130
             10 WRK-PDT-ITEM          PIC 9(03).                        00003140
             10 WRK-PDT-CLI-ID        PIC 9(05).                        00003150
             10 WRK-PDT-CODIGO        PIC 9(08).                        00003160
             10 WRK-PDT-QUANTIDADE    PIC 9(07).                        00003170
             10 WRK-PDT-PRECO-UNIT    PIC 9(07)V99 COMP-3.              00003180
      *---------------------------------------------------              00003190
      *    ENVELOPE DO DECK DE SYSIN, NOS MOLDES DA FR05CB05            00003200
      *---------------------------------------------------              00003210
       01 WRK-CARTAO-ENVELOPE.                                          00003220
          05 WRK-ENV-TIPO          PIC X(01).                           00003230
             88 WRK-ENV-HEADER            VALUE 'H'.                    00003240
             88 WRK-ENV-TRAILER           VALUE 'T'.                    00003250
          05 WRK-ENV-DADOS         PIC X(22).                           00003260
       01 WRK-ENV-HEADER-VIS REDEFINES WRK-CARTAO-ENVELOPE.             00003270
          05 FILLER                PIC X(01).                           00003280
          05 WRK-ENV-NUM-LOTE      PIC 9(06).                           00003290
          05 WRK-ENV-ORIGEM        PIC X(08).                           00003300
          05 WRK-ENV-DATA          PIC 9(08).                           00003310
       01 WRK-ENV-TRAILER-VIS REDEFINES WRK-CARTAO-ENVELOPE.            00003320
          05 FILLER                PIC X(01).                           00003330
          05 WRK-ENV-QTD-INFORMADA PIC 9(06).                           00003340
          05 FILLER                PIC X(16).                           00003350
       77 WRK-ENV-QTD-DETALHES PIC 9(06) VALUE ZERO.                    00003360
       77 WRK-ENV-QTD-TRAILER  PIC 9(06) VALUE ZERO.                    00003370
       77 WRK-ENV-LOTE-ATUAL   PIC 9(06) VALUE ZERO.                    00003380
       01 WRK-SW-ENVELOPE.                                              00003390
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00003400
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00003410
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00003420
      *---------------------------------------------------              00003430
      *    LINHAS DA NOTA DE CREDITO - LAYOUT DA NOTA FISCAL            00003440
      *---------------------------------------------------              00003450
       01 WRK-NOTA-SEPARA.                                              00003460
          05 FILLER PIC X(50) VALUE ALL '='.                            00003470
                                                                        00003480
       01 WRK-NOTA-CABEC.                                               00003490
          05 FILLER               PIC X(16) VALUE 'NOTA DE CREDITO:'.   00003500
          05 FILLER               PIC X(01) VALUE SPACES.               00003510
          05 WRK-NOTA-NUMERO      PIC 9(05).                            00003520
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00003530
          05 WRK-NOTA-DIA         PIC 9(02).                            00003540
          05 FILLER               PIC X(01) VALUE '/'.                  00003550
          05 WRK-NOTA-MES         PIC 9(02).                            00003560
          05 FILLER               PIC X(01) VALUE '/'.                  00003570
          05 WRK-NOTA-ANO         PIC 9(04).                            00003580
                                                                        00003590
       01 WRK-NOTA-CLIENTE.                                             00003600
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00003610
          05 WRK-NOTA-CLI-ID      PIC 9(05).                            00003620
          05 FILLER               PIC X(03) VALUE ' - '.                00003630
          05 WRK-NOTA-CLI-NOME    PIC X(30).                            00003640
                                                                        00003650
       01 WRK-NOTA-ITEM.                                                00003660
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00003670
          05 WRK-NOTA-CODIGO      PIC 9(08).                            00003680
          05 FILLER               PIC X(06) VALUE '  QTD '.             00003690
          05 WRK-NOTA-QTD         PIC Z(6)9.                            00003700
          05 FILLER               PIC X(09) VALUE '  PRECO  '.          00003710
          05 WRK-NOTA-PRECO       PIC Z(6)9.99.                         00003720
          05 FILLER               PIC X(09) VALUE '  TOTAL  '.          00003730
          05 WRK-NOTA-TOTAL       PIC Z(8)9.99.                         00003740
                                                                        00003750
       01 WRK-NOTA-REFERENCIA.                                          00003760
          05 FILLER               PIC X(20) VALUE                       00003770
             'DEVOLUCAO DO PEDIDO:'.                                    00003780
          05 FILLER               PIC X(01) VALUE SPACES.               00003790
          05 WRK-NOTA-PED-NUMERO  PIC 9(05).                            00003800
       01 WRK-DATA-SISTEMA.                                             00003810
          05 WRK-DT-ANO          PIC 9(04).                             00003820
          05 WRK-DT-MES          PIC 9(02).                             00003830
          05 WRK-DT-DIA          PIC 9(02).                             00003840
       COPY CPPER02.                                                    00003850
       COPY CPAUD02.                                                    00003860
       COPY CPCAB01.                                                    00003870
       COPY CPCKP01.                                                    00003880
       COPY CPERR01.                                                    00003890
       COPY CPDTA01.                                                    00003900
       COPY CPSTT01.                                                    00003910
       COPY CPSRV01.                                                    00003920
      *---------------------------------------------------              00003930
       LINKAGE                                    SECTION.              00003940
      *---------------------------------------------------              00003950
       01 WRK-PARM-RESTART.                                             00003960
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003970
          05 WRK-PARM-DADOS           PIC X(66).                        00003980
      *=========================================*                       00003990
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00004000
      *=========================================*                       00004010
                                                                        00004020
      *---------------------------------------------------              00004030
       0000-PRINCIPAL                     SECTION.                      00004040
      *---------------------------------------------------              00004050
             PERFORM 0100-INICIAR.                                      00004060
             PERFORM 0200-PROCESSAR                                     00004070
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004080
             PERFORM 0300-FINALIZAR.                                    00004090
      *---------------------------------------------------              00004100
       0000-99-FIM.            EXIT.                                    00004110
      *---------------------------------------------------              00004120
                                                                        00004130
       0100-INICIAR                       SECTION.                      00004140
             MOVE 'FR05CB59' TO WRK-CAB-PROGRAMA.                       00004150
             PERFORM 0101-CABECALHO-PADRAO.                             00004160
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00004170
             PERFORM 0131-INICIAR-ESTATISTICA.                          00004180
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00004190
             PERFORM 0970-CONFERIR-PERIODO.                             00004200
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                00004210
             PERFORM 0102-INTERPRETAR-PARM.                             00004220
             OPEN INPUT PEDIDOS.                                        00004230
             OPEN I-O PRODUTO-MASTER.                                   00004240
             OPEN I-O CLIENTE-MASTER.                                   00004250
             OPEN INPUT ENTRADA-SYSIN.                                  00004260
             PERFORM 0111-CONFERIR-ENVELOPE.                            00004270
             PERFORM 0105-ABRIR-AUDITORIA.                              00004280
             PERFORM 0109-ABRIR-LIVROMOV.                               00004290
             PERFORM 0112-ABRIR-SALDOS.                                 00004300
             PERFORM 0114-ABRIR-CREDITO.                                00004310
             PERFORM 0115-ABRIR-IMPOSTO.                                00004320
             PERFORM 0973-ABRIR-DESVIO.                                 00004330
             PERFORM 0103-ABRIR-CHECKPOINT.                             00004340
             PERFORM 0104-POSICIONAR-RESTART.                           00004350
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00004360
                 OPEN EXTEND REJEITO-INTAKE                             00004370
                 OPEN EXTEND CONTROLE                                   00004380
                 OPEN EXTEND RELNOTA                                    00004390
             ELSE                                                       00004400
                 OPEN OUTPUT REJEITO-INTAKE                             00004410
                 OPEN OUTPUT CONTROLE                                   00004420
                 OPEN OUTPUT RELNOTA                                    00004430
             END-IF.                                                    00004440
             PERFORM 0110-TESTAR-STATUS.                                00004450
             PERFORM 0120-CARREGAR-PEDIDOS                              00004460
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00004470
             CLOSE PEDIDOS.                                             00004480
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00004490
      *---------------------------------------------------              00004500
       0100-99-FIM.            EXIT.                                    00004510
      *---------------------------------------------------              00004520
           COPY CPCAB02.                                                00004530
       COPY CPCKP02.                                                    00004540
           COPY CPERR02.                                                00004550
           COPY CPDTA02.                                                00004560
           COPY CPSTT02.                                                00004570
           COPY CPAUD03.                                                00004580
           COPY CPPER03.                                                00004590
      *---------------------------------------------------              00004600
       0105-ABRIR-AUDITORIA               SECTION.                      00004610
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00004620
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004630
      *---------------------------------------------------              00004640
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00004650
             OPEN EXTEND AUDITORIA.                                     00004660
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004670
                 OPEN OUTPUT AUDITORIA                                  00004680
                 CLOSE AUDITORIA                                        00004690
                 OPEN EXTEND AUDITORIA                                  00004700
             END-IF.                                                    00004710
      *---------------------------------------------------              00004720
       0109-ABRIR-LIVROMOV                SECTION.                      00004730
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00004740
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004750
      *---------------------------------------------------              00004760
             OPEN EXTEND LIVROMOV.                                      00004770
             IF WRK-FS-LIVROMOV EQUAL '35'                              00004780
                 OPEN OUTPUT LIVROMOV                                   00004790
                 CLOSE LIVROMOV                                         00004800
                 OPEN EXTEND LIVROMOV                                   00004810
             END-IF.                                                    00004820
      *---------------------------------------------------              00004830
       0111-CONFERIR-ENVELOPE             SECTION.                      00004840
      *    PASSA PELO DECK INTEIRO CONFERINDO O ENVELOPE ANTES DE       00004850
      *    QUALQUER CARTAO SER APLICADO, NOS MOLDES DA FR05CB05         00004860
      *---------------------------------------------------              00004870
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004880
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004890
                OR NOT WRK-ENV-HEADER                                   00004900
                 MOVE ' ERRO DECK SEM CARTAO DE HEADER DE LOTE '        00004910
                     TO WRK-MSG                                         00004920
                 MOVE 12 TO RETURN-CODE                                 00004930
                 PERFORM 9000-TRATA-ERROS                               00004940
             END-IF.                                                    00004950
             MOVE WRK-ENV-NUM-LOTE TO WRK-ENV-LOTE-ATUAL.               00004960
             PERFORM 0113-CONTAR-UM-CARTAO                              00004970
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004980
             IF WRK-ENV-SEM-TRAILER                                     00004990
                 MOVE ' ERRO DECK SEM CARTAO DE TRAILER DE LOTE '       00005000
                     TO WRK-MSG                                         00005010
                 MOVE 12 TO RETURN-CODE                                 00005020
                 PERFORM 9000-TRATA-ERROS                               00005030
             END-IF.                                                    00005040
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00005050
                 DISPLAY ' LOTE ' WRK-ENV-LOTE-ATUAL                    00005060
                         ' CONTADOS: ' WRK-ENV-QTD-DETALHES             00005070
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00005080
                 MOVE ' ERRO CONTAGEM DO LOTE NAO CONFERE '             00005090
                     TO WRK-MSG                                         00005100
                 MOVE 12 TO RETURN-CODE                                 00005110
                 PERFORM 9000-TRATA-ERROS                               00005120
             END-IF.                                                    00005130
             CLOSE ENTRADA-SYSIN.                                       00005140
             OPEN INPUT ENTRADA-SYSIN.                                  00005150
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00005160
      *---------------------------------------------------              00005170
       0113-CONTAR-UM-CARTAO              SECTION.                      00005180
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00005190
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005200
                 IF WRK-ENV-TRAILER                                     00005210
                     SET WRK-ENV-TRAILER-VISTO TO TRUE                  00005220
                     MOVE WRK-ENV-QTD-INFORMADA                         00005230
                         TO WRK-ENV-QTD-TRAILER                         00005240
                 ELSE                                                   00005250
                     IF WRK-ENV-TRAILER-VISTO                           00005260
                         MOVE ' ERRO CARTAO DEPOIS DO TRAILER '         00005270
                             TO WRK-MSG                                 00005280
                         MOVE 12 TO RETURN-CODE                         00005290
                         PERFORM 9000-TRATA-ERROS                       00005300
                     END-IF                                             00005310
                     ADD 1 TO WRK-ENV-QTD-DETALHES                      00005320
                 END-IF                                                 00005330
             END-IF.                                                    00005340
      *---------------------------------------------------              00005350
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00005360
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00005370
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00005380
      *---------------------------------------------------              00005390
             PERFORM 0108-PULAR-UM-CARTAO                               00005400
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00005410
                    OR WRK-FS-SYSIN EQUAL '10'.                         00005420
      *---------------------------------------------------              00005430
       0108-PULAR-UM-CARTAO               SECTION.                      00005440
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005450
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005460
                 ADD 1 TO WRK-CONT-LIDOS                                00005470
             END-IF.                                                    00005480
      *---------------------------------------------------              00005490
       0112-ABRIR-SALDOS                  SECTION.                      00005500
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00005510
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00005520
      *---------------------------------------------------              00005530
             OPEN I-O SALDOS.                                           00005540
             IF WRK-FS-SALDOS EQUAL '35'                                00005550
                 OPEN OUTPUT SALDOS                                     00005560
                 CLOSE SALDOS                                           00005570
                 OPEN I-O SALDOS                                        00005580
             END-IF.                                                    00005590
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00005600
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00005610
                 PERFORM 9000-TRATA-ERROS                               00005620
             END-IF.                                                    00005630
      *---------------------------------------------------              00005640
       0114-ABRIR-CREDITO                 SECTION.                      00005650
      *    ABRE O MASTER DE CREDITOS EM CONTA DO CLIENTE, CRIANDO-O     00005660
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (STATUS 35)       00005670
      *---------------------------------------------------              00005680
             OPEN I-O CREDITO-CLIENTE.                                  00005690
             IF WRK-FS-CREDITO EQUAL '35'                               00005700
                 OPEN OUTPUT CREDITO-CLIENTE                            00005710
                 CLOSE CREDITO-CLIENTE                                  00005720
                 OPEN I-O CREDITO-CLIENTE                               00005730
             END-IF.                                                    00005740
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00005750
                 MOVE ' ERRO OPEN CREDITO-CLIENTE ' TO WRK-MSG          00005760
                 PERFORM 9000-TRATA-ERROS                               00005770
             END-IF.                                                    00005780
      *---------------------------------------------------              00005790
       0115-ABRIR-IMPOSTO                 SECTION.                      00005800
      *    ABRE OS MASTERS DE ENDERECO E DE ALIQUOTAS, PARA O           00005810
      *    IMPOSTO ESTORNADO PELA NOTA DE CREDITO, E O HISTORICO        00005820
      *    DE NOTAS DE CREDITO EM EXTEND, CRIANDO-O NA PRIMEIRA         00005830
      *    EXECUCAO (FILE STATUS 35). SEM UM DOS MASTERS A NOTA         00005840
      *    SAI COM IMPOSTO ZERO E AVISO NO SYSOUT, COMO NO              00005850
      *    FATURAMENTO                                                  00005860
      *---------------------------------------------------              00005870
             OPEN INPUT ENDERECO-MASTER.                                00005880
             IF WRK-FS-ENDERECO EQUAL '35'                              00005890
                 DISPLAY ' AVISO: SEM MASTER DE ENDERECOS - '           00005900
                         'CREDITOS SAEM SEM UF'                         00005910
             END-IF.                                                    00005920
             OPEN INPUT TAXA-MASTER.                                    00005930
             IF WRK-FS-TAXA EQUAL '35'                                  00005940
                 DISPLAY ' AVISO: SEM MASTER DE ALIQUOTAS - '           00005950
                         'CREDITOS SAEM COM IMPOSTO ZERO'               00005960
             END-IF.                                                    00005970
             OPEN EXTEND NOTACRED-HIST.                                 00005980
             IF WRK-FS-NOTACRED EQUAL '35'                              00005990
                 OPEN OUTPUT NOTACRED-HIST                              00006000
                 CLOSE NOTACRED-HIST                                    00006010
                 OPEN EXTEND NOTACRED-HIST                              00006020
             END-IF.                                                    00006030
      *---------------------------------------------------              00006040
       0110-TESTAR-STATUS                 SECTION.                      00006050
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00006060
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00006070
                 PERFORM 9000-TRATA-ERROS                               00006080
             END-IF.                                                    00006090
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00006100
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00006110
                 PERFORM 9000-TRATA-ERROS                               00006120
             END-IF.                                                    00006130
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00006140
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00006150
                 PERFORM 9000-TRATA-ERROS                               00006160
             END-IF.                                                    00006170
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00006180
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00006190
                 PERFORM 9000-TRATA-ERROS                               00006200
             END-IF.                                                    00006210
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00006220
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00006230
                 PERFORM 9000-TRATA-ERROS                               00006240
             END-IF.                                                    00006250
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00006260
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00006270
                 PERFORM 9000-TRATA-ERROS                               00006280
             END-IF.                                                    00006290
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00006300
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00006310
                 PERFORM 9000-TRATA-ERROS                               00006320
             END-IF.                                                    00006330
             IF WRK-FS-RELNOTA NOT EQUAL ZEROS                          00006340
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00006350
                 PERFORM 9000-TRATA-ERROS                               00006360
             END-IF.                                                    00006370
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00006380
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00006390
                 PERFORM 9000-TRATA-ERROS                               00006400
             END-IF.                                                    00006410
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00006420
                AND WRK-FS-ENDERECO NOT EQUAL '35'                      00006430
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00006440
                 PERFORM 9000-TRATA-ERROS                               00006450
             END-IF.                                                    00006460
             IF WRK-FS-TAXA NOT EQUAL ZEROS                             00006470
                AND WRK-FS-TAXA NOT EQUAL '35'                          00006480
                 MOVE ' ERRO OPEN TAXA-MASTER ' TO WRK-MSG              00006490
                 PERFORM 9000-TRATA-ERROS                               00006500
             END-IF.                                                    00006510
             IF WRK-FS-NOTACRED NOT EQUAL ZEROS                         00006520
                 MOVE ' ERRO OPEN HISTORICO DE CREDITOS ' TO WRK-MSG    00006530
                 PERFORM 9000-TRATA-ERROS                               00006540
             END-IF.                                                    00006550
      *---------------------------------------------------              00006560
       0120-CARREGAR-PEDIDOS              SECTION.                      00006570
      *    CARREGA EM MEMORIA OS PEDIDOS FATURADOS, PARA A              00006580
      *    VALIDACAO DAS DEVOLUCOES NAO RELER O SEQUENCIAL A            00006590
      *    CADA CARTAO                                                  00006600
      *---------------------------------------------------              00006610
             READ PEDIDOS.                                              00006620
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00006630
                 IF PED-FATURADO                                        00006640
                     IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS              00006650
                         MOVE ' ERRO PEDIDOS EXCEDEM A TABELA '         00006660
                             TO WRK-MSG                                 00006670
                         PERFORM 9000-TRATA-ERROS                       00006680
                     END-IF                                             00006690
                     ADD 1 TO WRK-QTD-PEDIDOS                           00006700
                     MOVE PED-NUMERO                                    00006710
                         TO WRK-PDT-NUMERO (WRK-QTD-PEDIDOS)            00006720
                     MOVE PED-ITEM                                      00006730
                         TO WRK-PDT-ITEM (WRK-QTD-PEDIDOS)              00006740
                     MOVE PED-CLI-ID                                    00006750
                         TO WRK-PDT-CLI-ID (WRK-QTD-PEDIDOS)            00006760
                     MOVE PED-CODIGO                                    00006770
                         TO WRK-PDT-CODIGO (WRK-QTD-PEDIDOS)            00006780
                     MOVE PED-QUANTIDADE                                00006790
                         TO WRK-PDT-QUANTIDADE (WRK-QTD-PEDIDOS)        00006800
                     MOVE PED-PRECO-UNIT                                00006810
                         TO WRK-PDT-PRECO-UNIT (WRK-QTD-PEDIDOS)        00006820
                 END-IF                                                 00006830
             END-IF.                                                    00006840
      *---------------------------------------------------              00006850
       0200-PROCESSAR                     SECTION.                      00006860
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00006870
             IF WRK-FS-SYSIN EQUAL ZEROS                                00006880
                AND WRK-REGISTRO (1:1) EQUAL 'T'                        00006890
                 MOVE '10' TO WRK-FS-SYSIN                              00006900
             END-IF.                                                    00006910
             IF WRK-FS-SYSIN EQUAL ZEROS                                00006920
                 ADD 1 TO WRK-CONT-LIDOS                                00006930
                 PERFORM 0210-VALIDAR-REGISTRO                          00006940
                 IF WRK-REGISTRO-VALIDO                                 00006950
                     PERFORM 0212-APLICAR-DEVOLUCAO                     00006960
                 END-IF                                                 00006970
                 IF WRK-REGISTRO-VALIDO                                 00006980
                     ADD 1 TO WRK-CONT-ACEITOS                          00006990
                     IF WRK-PERIODO-DESVIADO                            00007000
                         PERFORM 0225-GRAVAR-DESVIO                     00007010
                     END-IF                                             00007020
                     SET AUD-ACEITO TO TRUE                             00007030
                 ELSE                                                   00007040
                     ADD 1 TO WRK-CONT-REJEITADOS                       00007050
                     PERFORM 0220-GRAVA-REJEITO                         00007060
                     SET AUD-REJEITADO TO TRUE                          00007070
                 END-IF                                                 00007080
                 PERFORM 0900-GRAVAR-AUDITORIA                          00007090
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00007100
                 PERFORM 0105-CHECAR-CHECKPOINT                         00007110
             END-IF.                                                    00007120
      *---------------------------------------------------              00007130
       0210-VALIDAR-REGISTRO              SECTION.                      00007140
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00007150
             IF WRK-PED-NUMERO NOT NUMERIC                              00007160
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007170
                 MOVE 01 TO REJ9-CODIGO-MOTIVO                          00007180
                 MOVE 'NUMERO DO PEDIDO NAO NUMERICO' TO                00007190
                     REJ9-DESCRICAO-MOTIVO                              00007200
             ELSE IF WRK-QTD-DEVOLVIDA NOT NUMERIC OR                   00007210
                WRK-QTD-DEVOLVIDA EQUAL ZEROS                           00007220
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007230
                 MOVE 04 TO REJ9-CODIGO-MOTIVO                          00007240
                 MOVE 'QUANTIDADE DEVOLVIDA INVALIDA' TO                00007250
                     REJ9-DESCRICAO-MOTIVO                              00007260
             END-IF END-IF.                                             00007270
             IF WRK-PED-ITEM NOT NUMERIC                                00007280
                 MOVE ZEROS TO WRK-PED-ITEM                             00007290
             END-IF.                                                    00007300
             IF WRK-REGISTRO-VALIDO                                     00007310
                AND WRK-PERIODO-BLOQUEADO                               00007320
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007330
                 MOVE 06 TO REJ9-CODIGO-MOTIVO                          00007340
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00007350
                     REJ9-DESCRICAO-MOTIVO                              00007360
             END-IF.                                                    00007370
             IF WRK-REGISTRO-VALIDO                                     00007380
                 PERFORM 0214-VALIDAR-PEDIDO                            00007390
             END-IF.                                                    00007400
      *---------------------------------------------------              00007410
       0214-VALIDAR-PEDIDO                SECTION.                      00007420
      *    LOCALIZA O PEDIDO FATURADO NA TABELA E CONFERE A             00007430
      *    QUANTIDADE DEVOLVIDA CONTRA A QUANTIDADE VENDIDA             00007440
      *---------------------------------------------------              00007450
             MOVE ZERO TO WRK-IDX-ACHADO.                               00007460
             MOVE ZERO TO WRK-IDX.                                      00007470
             PERFORM 0215-PROCURAR-UM-PEDIDO                            00007480
                 UNTIL WRK-IDX >= WRK-QTD-PEDIDOS                       00007490
                    OR WRK-IDX-ACHADO > ZERO.                           00007500
             IF WRK-IDX-ACHADO EQUAL ZERO                               00007510
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007520
                 MOVE 02 TO REJ9-CODIGO-MOTIVO                          00007530
                 MOVE 'PEDIDO INEXISTENTE OU NAO FATURADO' TO           00007540
                     REJ9-DESCRICAO-MOTIVO                              00007550
             ELSE                                                       00007560
                 IF WRK-QTD-DEVOLVIDA >                                 00007570
                    WRK-PDT-QUANTIDADE (WRK-IDX-ACHADO)                 00007580
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007590
                     MOVE 04 TO REJ9-CODIGO-MOTIVO                      00007600
                     MOVE 'DEVOLUCAO EXCEDE A QUANTIDADE VENDIDA'       00007610
                         TO REJ9-DESCRICAO-MOTIVO                       00007620
                 END-IF                                                 00007630
             END-IF.                                                    00007640
      *---------------------------------------------------              00007650
       0215-PROCURAR-UM-PEDIDO            SECTION.                      00007660
             ADD 1 TO WRK-IDX.                                          00007670
             IF WRK-PDT-NUMERO (WRK-IDX) EQUAL WRK-PED-NUMERO           00007680
                 IF WRK-PED-ITEM EQUAL ZEROS                            00007690
                    OR WRK-PDT-ITEM (WRK-IDX) EQUAL WRK-PED-ITEM        00007700
                     MOVE WRK-IDX TO WRK-IDX-ACHADO                     00007710
                 END-IF                                                 00007720
             END-IF.                                                    00007730
      *---------------------------------------------------              00007740
       0212-APLICAR-DEVOLUCAO             SECTION.                      00007750
      *    POSTA A ENTRADA 'E' SOBRE O SALDO DO PRODUTO PELO            00007760
      *    MESMO CAMINHO DA FR05CB22 (SALDO + LIVRO CPMOV02),           00007770
      *    EMITE A NOTA DE CREDITO NUMERADA E ABATE O VALOR DO          00007780
      *    SALDO EM ABERTO DO CLIENTE                                   00007790
      *---------------------------------------------------              00007800
             MOVE WRK-PDT-CODIGO (WRK-IDX-ACHADO) TO PRDM-CODIGO.       00007810
             READ PRODUTO-MASTER                                        00007820
                 INVALID KEY                                            00007830
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007840
                     MOVE 05 TO REJ9-CODIGO-MOTIVO                      00007850
                     MOVE 'PRODUTO DO PEDIDO NAO CADASTRADO' TO         00007860
                         REJ9-DESCRICAO-MOTIVO                          00007870
             END-READ.                                                  00007880
             IF WRK-REGISTRO-INVALIDO                                   00007890
                 GO TO 0212-99-FIM                                      00007900
             END-IF.                                                    00007910
             MOVE 'NOTACRED' TO SRV-CONT-PROGRAMA.                      00007920
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00007930
             IF NOT SRV-CONT-OK                                         00007940
                 MOVE ' ERRO SEQUENCIA NOTACRED INDISPONIVEL '          00007950
                     TO WRK-MSG                                         00007960
                 PERFORM 9000-TRATA-ERROS                               00007970
             END-IF.                                                    00007980
             MOVE SRV-CONT-VALOR TO WRK-NUM-CREDITO.                    00007990
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR.                00008000
             ADD WRK-QTD-DEVOLVIDA TO PRDM-QUANTIDADE.                  00008010
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-NOVO.                    00008020
             REWRITE CPPRDM01-REGISTRO.                                 00008030
             PERFORM 0217-CREDITAR-DEPOSITO.                            00008040
             PERFORM 0216-GRAVAR-LIVRO.                                 00008050
             COMPUTE WRK-VALOR-CREDITO ROUNDED =                        00008060
                 WRK-QTD-DEVOLVIDA                                      00008070
                 * WRK-PDT-PRECO-UNIT (WRK-IDX-ACHADO).                 00008080
             PERFORM 0219-EMITIR-NOTA-CREDITO.                          00008090
             PERFORM 0218-LANCAR-CREDITO.                               00008100
             PERFORM 0221-APURAR-IMPOSTO.                               00008110
             PERFORM 0222-GRAVAR-HIST-CREDITO.                          00008120
       0212-99-FIM.            EXIT.                                    00008130
      *---------------------------------------------------              00008140
       0217-CREDITAR-DEPOSITO             SECTION.                      00008150
      *    A MERCADORIA DEVOLVIDA ENTRA NO DEPOSITO 01 (DOCA DE         00008160
      *    RECEBIMENTO), COMO NO RECEBIMENTO FR05CB66                   00008170
      *---------------------------------------------------              00008180
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00008190
             MOVE PRDM-CODIGO TO SLD-CODIGO.                            00008200
             MOVE '01'        TO SLD-DEPOSITO.                          00008210
             READ SALDOS                                                00008220
                 INVALID KEY                                            00008230
                     MOVE ZEROS TO SLD-QUANTIDADE                       00008240
                 NOT INVALID KEY                                        00008250
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00008260
             END-READ.                                                  00008270
             ADD WRK-QTD-DEVOLVIDA TO SLD-QUANTIDADE.                   00008280
             IF WRK-SALDO-DEP-ACHADO                                    00008290
                 REWRITE CPSLD01-REGISTRO                               00008300
             ELSE                                                       00008310
                 MOVE PRDM-CODIGO TO SLD-CODIGO                         00008320
                 MOVE '01'        TO SLD-DEPOSITO                       00008330
                 WRITE CPSLD01-REGISTRO                                 00008340
             END-IF.                                                    00008350
      *---------------------------------------------------              00008360
       0216-GRAVAR-LIVRO                  SECTION.                      00008370
      *    LANCAMENTO NO LIVRO DE MOVIMENTACAO, COMO A FR05CB22 -       00008380
      *    O DOCUMENTO DE REFERENCIA E A NOTA DE CREDITO                00008390
      *---------------------------------------------------              00008400
             MOVE WRK-PDT-CODIGO (WRK-IDX-ACHADO) TO LMV-CODIGO.        00008410
             MOVE 'E'                 TO LMV-TIPO.                      00008420
             MOVE WRK-QTD-DEVOLVIDA   TO LMV-QUANTIDADE.                00008430
             MOVE SPACES              TO LMV-DOCUMENTO.                 00008440
             STRING 'NCRED' WRK-NUM-CREDITO DELIMITED BY SIZE           00008450
                 INTO LMV-DOCUMENTO.                                    00008460
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00008470
             MOVE WRK-SALDO-NOVO      TO LMV-SALDO-NOVO.                00008480
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00008490
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00008500
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00008510
             MOVE 'FR05CB59'          TO LMV-PROGRAMA.                  00008520
             MOVE '01'                TO LMV-DEPOSITO.                  00008530
             MOVE SPACES              TO LMV-LOTE.                      00008540
             WRITE CPMOV02-REGISTRO.                                    00008550
      *---------------------------------------------------              00008560
       0219-EMITIR-NOTA-CREDITO           SECTION.                      00008570
      *    IMPRIME A NOTA DE CREDITO NUMERADA NO LAYOUT DA NOTA         00008580
      *    FISCAL, AMARRADA AO PEDIDO DE ORIGEM                         00008590
      *---------------------------------------------------              00008600
             MOVE WRK-NUM-CREDITO  TO WRK-NOTA-NUMERO.                  00008610
             MOVE WRK-DT-DIA       TO WRK-NOTA-DIA.                     00008620
             MOVE WRK-DT-MES       TO WRK-NOTA-MES.                     00008630
             MOVE WRK-DT-ANO       TO WRK-NOTA-ANO.                     00008640
             MOVE WRK-PDT-CLI-ID (WRK-IDX-ACHADO)                       00008650
                 TO WRK-NOTA-CLI-ID.                                    00008660
             MOVE SPACES TO WRK-NOTA-CLI-NOME.                          00008670
             MOVE WRK-PDT-CLI-ID (WRK-IDX-ACHADO) TO CLI-ID.            00008680
             READ CLIENTE-MASTER                                        00008690
                 INVALID KEY                                            00008700
                     CONTINUE                                           00008710
                 NOT INVALID KEY                                        00008720
                     MOVE CLI-NOME TO WRK-NOTA-CLI-NOME                 00008730
             END-READ.                                                  00008740
             MOVE WRK-PDT-CODIGO (WRK-IDX-ACHADO)                       00008750
                 TO WRK-NOTA-CODIGO.                                    00008760
             MOVE WRK-QTD-DEVOLVIDA TO WRK-NOTA-QTD.                    00008770
             MOVE WRK-PDT-PRECO-UNIT (WRK-IDX-ACHADO)                   00008780
                 TO WRK-NOTA-PRECO.                                     00008790
             MOVE WRK-VALOR-CREDITO TO WRK-NOTA-TOTAL.                  00008800
             MOVE WRK-PED-NUMERO    TO WRK-NOTA-PED-NUMERO.             00008810
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00008820
             WRITE REL-LINHA FROM WRK-NOTA-CABEC.                       00008830
             WRITE REL-LINHA FROM WRK-NOTA-CLIENTE.                     00008840
             WRITE REL-LINHA FROM WRK-NOTA-ITEM.                        00008850
             WRITE REL-LINHA FROM WRK-NOTA-REFERENCIA.                  00008860
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00008870
             DISPLAY ' NOTA DE CREDITO EMITIDA: ' WRK-NUM-CREDITO       00008880
                     ' PEDIDO: ' WRK-PED-NUMERO.                        00008890
      *---------------------------------------------------              00008900
       0218-LANCAR-CREDITO                SECTION.                      00008910
      *    LANCA O VALOR DA NOTA DE CREDITO COMO CREDITO EM CONTA       00008920
      *    DO CLIENTE (ORIGEM C). O SALDO EM ABERTO DO CLIENTE E        00008930
      *    ABATIDO QUANDO A FR06CB05 APLICA O CREDITO AOS TITULOS       00008940
      *---------------------------------------------------              00008950
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00008960
                 DISPLAY ' AVISO: CLIENTE SEM CADASTRO - '              00008970
                         'CREDITO AGUARDA IDENTIFICACAO'                00008980
                 MOVE ZEROS TO WRK-FS-CLIENTE                           00008990
             END-IF.                                                    00009000
             MOVE SPACES TO CPCRD01-REGISTRO.                           00009010
             MOVE WRK-PDT-CLI-ID (WRK-IDX-ACHADO) TO CRD-CLI-ID.        00009020
             MOVE WRK-DATA-LANCAMENTO TO CRD-DATA.                      00009030
             MOVE ZEROS             TO CRD-SEQUENCIA.                   00009040
             SET CRD-ORG-NOTA-CREDITO TO TRUE.                          00009050
             STRING 'NCRED' WRK-NUM-CREDITO DELIMITED BY SIZE           00009060
                 INTO CRD-DOCUMENTO.                                    00009070
             MOVE WRK-VALOR-CREDITO TO CRD-VALOR.                       00009080
             MOVE WRK-VALOR-CREDITO TO CRD-SALDO.                       00009090
             SET CRD-SIT-ABERTO TO TRUE.                                00009100
             MOVE ZEROS             TO CRD-DATA-APLICACAO.              00009110
             MOVE 'FR05CB59'        TO CRD-PROGRAMA.                    00009120
             MOVE '22' TO WRK-FS-CREDITO.                               00009130
             PERFORM 0213-GRAVAR-UM-CREDITO                             00009140
                 UNTIL WRK-FS-CREDITO NOT EQUAL '22'.                   00009150
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00009160
                 MOVE ' ERRO GRAVACAO CREDITO-CLIENTE ' TO WRK-MSG      00009170
                 PERFORM 9000-TRATA-ERROS                               00009180
             END-IF.                                                    00009190
             ADD 1 TO WRK-CONT-CREDITOS.                                00009200
      *---------------------------------------------------              00009210
       0213-GRAVAR-UM-CREDITO             SECTION.                      00009220
      *    A SEQUENCIA DESEMPATA CREDITOS DO MESMO CLIENTE NA           00009230
      *    MESMA DATA DE NEGOCIO                                        00009240
      *---------------------------------------------------              00009250
             ADD 1 TO CRD-SEQUENCIA.                                    00009260
             WRITE CPCRD01-REGISTRO                                     00009270
                 INVALID KEY                                            00009280
                     CONTINUE                                           00009290
             END-WRITE.                                                 00009300
      *---------------------------------------------------              00009310
       0221-APURAR-IMPOSTO                SECTION.                      00009320
      *    IMPOSTO ESTORNADO PELA NOTA DE CREDITO - MESMA REGRA DA      00009330
      *    NOTA DE SAIDA (FR05CB26): ALIQUOTA DO MASTER CPTAX01         00009340
      *    PELA UF DO ENDERECO DO CLIENTE E PELA CATEGORIA DO           00009350
      *    PRODUTO (MASTER JA LIDO NA 0212); COMBINACAO SEM             00009360
      *    CADASTRO OU INATIVA, ALIQUOTA ZERO. O VALOR CREDITADO        00009370
      *    AO CLIENTE NAO SE ALTERA                                     00009380
      *---------------------------------------------------              00009390
             MOVE ZEROS  TO WRK-ALIQUOTA-NOTA.                          00009400
             MOVE SPACES TO WRK-UF-CLIENTE.                             00009410
             IF WRK-FS-ENDERECO NOT EQUAL '35'                          00009420
                 MOVE WRK-PDT-CLI-ID (WRK-IDX-ACHADO) TO END-CLI-ID     00009430
                 READ ENDERECO-MASTER                                   00009440
                     INVALID KEY                                        00009450
                         CONTINUE                                       00009460
                     NOT INVALID KEY                                    00009470
                         MOVE END-UF TO WRK-UF-CLIENTE                  00009480
                 END-READ                                               00009490
             END-IF.                                                    00009500
             IF WRK-FS-TAXA NOT EQUAL '35'                              00009510
                AND WRK-UF-CLIENTE NOT EQUAL SPACES                     00009520
                 MOVE WRK-UF-CLIENTE  TO TAX-UF                         00009530
                 MOVE PRDM-CATEGORIA  TO TAX-CATEGORIA                  00009540
                 READ TAXA-MASTER                                       00009550
                     INVALID KEY                                        00009560
                         CONTINUE                                       00009570
                     NOT INVALID KEY                                    00009580
                         IF TAX-ATIVA                                   00009590
                             MOVE TAX-ALIQUOTA TO WRK-ALIQUOTA-NOTA     00009600
                         END-IF                                         00009610
                 END-READ                                               00009620
             END-IF.                                                    00009630
             COMPUTE WRK-VALOR-IMPOSTO ROUNDED =                        00009640
                 WRK-VALOR-CREDITO * WRK-ALIQUOTA-NOTA / 100.           00009650
      *---------------------------------------------------              00009660
       0222-GRAVAR-HIST-CREDITO           SECTION.                      00009670
      *    GRAVA A NOTA DE CREDITO NO HISTORICO (CPNCH01) COM A         00009680
      *    BASE E O IMPOSTO ESTORNADO, PARA O LIVRO MENSAL DE           00009690
      *    SAIDAS POR UF (FR06CB16)                                     00009700
      *---------------------------------------------------              00009710
             MOVE SPACES            TO CPNCH01-REGISTRO.                00009720
             MOVE WRK-NUM-CREDITO   TO NCH-NUMERO.                      00009730
             MOVE WRK-DATA-LANCAMENTO TO NCH-DATA.                      00009740
             MOVE WRK-PED-NUMERO    TO NCH-PED-NUMERO.                  00009750
             MOVE WRK-PDT-ITEM (WRK-IDX-ACHADO) TO NCH-PED-ITEM.        00009760
             MOVE WRK-PDT-CLI-ID (WRK-IDX-ACHADO) TO NCH-CLI-ID.        00009770
             MOVE WRK-PDT-CODIGO (WRK-IDX-ACHADO) TO NCH-CODIGO.        00009780
             MOVE WRK-QTD-DEVOLVIDA TO NCH-QUANTIDADE.                  00009790
             MOVE WRK-UF-CLIENTE    TO NCH-UF.                          00009800
             MOVE PRDM-CATEGORIA    TO NCH-CATEGORIA.                   00009810
             MOVE WRK-VALOR-CREDITO TO NCH-BASE-IMPOSTO.                00009820
             MOVE WRK-ALIQUOTA-NOTA TO NCH-ALIQUOTA.                    00009830
             MOVE WRK-VALOR-IMPOSTO TO NCH-VALOR-IMPOSTO.               00009840
             MOVE 'FR05CB59'        TO NCH-PROGRAMA.                    00009850
             WRITE CPNCH01-REGISTRO.                                    00009860
      *---------------------------------------------------              00009870
       0220-GRAVA-REJEITO                 SECTION.                      00009880
             MOVE 'FR05CB59' TO REJ9-PROGRAMA.                          00009890
             MOVE WRK-REGISTRO TO REJ9-REGISTRO-ORIGINAL.               00009900
             WRITE CPREJ09-REGISTRO.                                    00009910
      *---------------------------------------------------              00009920
       0225-GRAVAR-DESVIO                 SECTION.                      00009930
      *    DEVOLUCAO LANCADA COM O PERIODO DA DATA DE NEGOCIO           00009940
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00009950
      *    COM A NOTA DE CREDITO E O SEU VALOR                          00009960
      *---------------------------------------------------              00009970
             MOVE SPACES              TO DSV-DOCUMENTO.                 00009980
             STRING 'NCRED' WRK-NUM-CREDITO DELIMITED BY SIZE           00009990
                 INTO DSV-DOCUMENTO.                                    00010000
             MOVE WRK-VALOR-CREDITO   TO DSV-VALOR.                     00010010
             PERFORM 0972-GRAVAR-DESVIO.                                00010020
      *---------------------------------------------------              00010030
       0900-GRAVAR-AUDITORIA              SECTION.                      00010040
             MOVE 'FR05CB59' TO AUD-PROGRAMA.                           00010050
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00010060
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00010070
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00010080
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00010090
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00010100
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00010110
             MOVE WRK-ENV-LOTE-ATUAL  TO AUD-NUM-LOTE.                  00010120
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00010130
             WRITE CPAUD01-REGISTRO.                                    00010140
      *---------------------------------------------------              00010150
       0300-FINALIZAR                     SECTION.                      00010160
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00010170
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00010180
             PERFORM 0310-GRAVA-CONTROLE.                               00010190
             MOVE WRK-CONT-LIDOS                                        00010200
                 TO WRK-STT-REGISTROS.                                  00010210
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00010220
             CLOSE PRODUTO-MASTER.                                      00010230
             CLOSE CLIENTE-MASTER.                                      00010240
             CLOSE LIVROMOV.                                            00010250
             CLOSE SALDOS.                                              00010260
             CLOSE CREDITO-CLIENTE.                                     00010270
             CLOSE ENDERECO-MASTER.                                     00010280
             CLOSE TAXA-MASTER.                                         00010290
             CLOSE NOTACRED-HIST.                                       00010300
             CLOSE REJEITO-INTAKE.                                      00010310
             CLOSE AUDITORIA.                                           00010320
             CLOSE ENTRADA-SYSIN.                                       00010330
             CLOSE RELNOTA.                                             00010340
             CLOSE CONTROLE.                                            00010350
             CLOSE DESVIO.                                              00010360
             DISPLAY '==============================='.                 00010370
             DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.             00010380
             DISPLAY ' TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.           00010390
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00010400
             DISPLAY ' CREDITOS EM CONTA: ' WRK-CONT-CREDITOS.          00010410
             DISPLAY ' DESVIADOS........: ' WRK-CONT-DESVIADOS.         00010420
             DISPLAY '==============================='.                 00010430
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00010440
             PERFORM 9000-TRATA-ERROS.                                  00010450
      *---------------------------------------------------              00010460
       0310-GRAVA-CONTROLE                SECTION.                      00010470
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00010480
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00010490
      *---------------------------------------------------              00010500
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00010510
             MOVE SPACES              TO CTL-DATA-HORA.                 00010520
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00010530
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00010540
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00010550
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00010560
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00010570
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00010580
             MOVE ZERO                TO CTL-QTD-FONTES.                00010590
             WRITE CPCTRL01-REGISTRO.                                   00010600
      *---------------------------------------------------              00010610
       9000-TRATA-ERROS                   SECTION.                      00010620
      *---------------------------------------------------              00010630
             PERFORM 9050-GRAVAR-ERRLOG.                                00010640
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00010650
             STOP RUN.                                                  00010660
      *--------------------------------------------------------------   00010670
       9000-99-FIM.            EXIT.                                    00010680
      *--------------------------------------------------------------   00010690
