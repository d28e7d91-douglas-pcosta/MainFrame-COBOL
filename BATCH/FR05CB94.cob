      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB94.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: GERACAO NOTURNA DOS PEDIDOS PROGRAMADOS           00000120
      *               (RECORRENTES) DO MASTER CPPPG01, MANTIDO          00000130
      *               PELA FR05CB95. VENCE NESTA NOITE TODA             00000140
      *               PROGRAMACAO ATIVA COM PROXIMO VENCIMENTO          00000150
      *               ANTERIOR AO PROXIMO DIA UTIL DO CALENDARIO        00000160
      *               (CPCAL01) - VENCIMENTO EM FERIADO OU FIM DE       00000170
      *               SEMANA E GERADO NO ULTIMO DIA UTIL ANTES          00000180
      *               DELE. AS PROGRAMACOES VENCIDAS DO MESMO           00000190
      *               CLIENTE FORMAM UM PEDIDO SO (ATE 50 LINHAS),      00000200
      *               COM AS MESMAS CRITICAS DO INTAKE DE PEDIDOS       00000210
      *               (FR05CB25): CLIENTE ATIVO, PRODUTO ATIVO,         00000220
      *               KIT, DISPONIVEL, SUBSTITUICAO AUTOMATICA          00000230
      *               (POSICAO 1 DO PARM EM 'S'), PRECO                 00000240
      *               PROMOCIONAL E LIMITE DE CREDITO PELO PEDIDO       00000250
      *               INTEIRO - ACIMA DO LIMITE AS LINHAS VAO PARA      00000260
      *               OS RETIDOS (CPRTD01). O PEDIDO ACEITO RECEBE      00000270
      *               NUMERO DA SEQUENCIA DE PEDIDOS (FR05CB34),        00000280
      *               LINHAS EM CPPED01 E CABECALHO EM CPPDC01          00000290
      *               (ORIGEM 'P'). GERADA, RETIDA OU REJEITADA, A      00000300
      *               PROGRAMACAO TEM O VENCIMENTO AVANCADO PELA        00000310
      *               FREQUENCIA ATE PASSAR DO HORIZONTE E E            00000320
      *               ENCERRADA AO PASSAR DA DATA FINAL. CADA           00000330
      *               PROGRAMACAO TRATADA SAI NA LISTAGEM               00000340
      *-------------------------------------------------------*         00000350
      *     HISTORICO DE ALTERACOES                                     00000360
      *     DATA        AUTOR   DESCRICAO                               00000370
      *     ----------  ------  --------------------------------        00000380
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000390
      *     15/10/2026  IVS     PRECO DE CONTRATO E QUEBRA DE           00000400
      *                         QUANTIDADE PELO SERVICO DE              00000410
      *                         PRECIFICACAO (FR05CB96), COMO NO        00000420
      *                         INTAKE DE PEDIDOS; A REGRA E O          00000430
      *                         PRECO DE LISTA VAO PARA A LINHA DO      00000440
      *                         PEDIDO E PARA OS RETIDOS                00000450
      *     15/10/2026  IVS     CABECALHO DO PEDIDO GRAVADO SEM         00000460
      *                         CONDICAO DE PAGAMENTO PROPRIA -         00000470
      *                         O FATURAMENTO USA A DO CLIENTE          00000480
      *     15/10/2026  IVS     CREDITO DE GRUPO: CLIENTE PAI COM       00000490
      *                         FILIAIS OU FILIAL E CONFERIDO TAMBEM    00000500
      *                         PELO SALDO EM ABERTO DO GRUPO CONTRA O  00000510
      *                         LIMITE DO PAI, COMO NO INTAKE           00000520
      *                         (FR05CB25) - RETIDO POR GRUPO LEVA O    00000530
      *                         LIMITE E O SALDO DO GRUPO NA RETENCAO   00000540
      *=======================================================*         00000550
                                                                        00000560
      *=======================================================*         00000570
       ENVIRONMENT                               DIVISION.              00000580
      *=======================================================*         00000590
       INPUT-OUTPUT                              SECTION.               00000600
       FILE-CONTROL.                                                    00000610
             SELECT PEDPROG  ASSIGN TO ARQPPG                           00000620
                ORGANIZATION IS INDEXED                                 00000630
                ACCESS MODE  IS DYNAMIC                                 00000640
                RECORD KEY   IS PPG-CHAVE                               00000650
                FILE STATUS  IS WRK-FS-PEDPROG.                         00000660
                                                                        00000670
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS CLI-ID                                  00000710
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000720
                                                                        00000730
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000740
                ORGANIZATION IS INDEXED                                 00000750
                ACCESS MODE  IS DYNAMIC                                 00000760
                RECORD KEY   IS PRDM-CODIGO                             00000770
                FILE STATUS  IS WRK-FS-PRDM.                            00000780
                                                                        00000790
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000800
                ORGANIZATION IS INDEXED                                 00000810
                ACCESS MODE  IS DYNAMIC                                 00000820
                RECORD KEY   IS PRM-CODIGO                              00000830
                FILE STATUS  IS WRK-FS-PROMO.                           00000840
                                                                        00000850
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00000860
                ORGANIZATION IS INDEXED                                 00000870
                ACCESS MODE  IS DYNAMIC                                 00000880
                RECORD KEY   IS KIT-CHAVE                               00000890
                FILE STATUS  IS WRK-FS-KIT.                             00000900
                                                                        00000910
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000920
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000930
                                                                        00000940
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000950
                ORGANIZATION IS INDEXED                                 00000960
                ACCESS MODE  IS DYNAMIC                                 00000970
                RECORD KEY   IS PDC-NUMERO                              00000980
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000990
                                                                        00001000
             SELECT RETIDOS  ASSIGN TO ARQRTD                           00001010
                FILE STATUS  IS WRK-FS-RETIDOS.                         00001020
                                                                        00001030
             SELECT RELPPG   ASSIGN TO ARQRPT                           00001040
                FILE STATUS  IS WRK-FS-RELPPG.                          00001050
                                                                        00001060
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001070
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001080
                                                                        00001090
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001100
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001110
                                                                        00001120
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001130
                ORGANIZATION IS INDEXED                                 00001140
                ACCESS MODE  IS DYNAMIC                                 00001150
                RECORD KEY   IS CAL-DATA                                00001160
                FILE STATUS  IS WRK-FS-CALEND.                          00001170
                                                                        00001180
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001190
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001200
      *=======================================================*         00001210
       DATA                                      DIVISION.              00001220
      *=======================================================*         00001230
       FILE                                      SECTION.               00001240
       FD PEDPROG.                                                      00001250
           COPY CPPPG01.                                                00001260
                                                                        00001270
       FD CLIENTE-MASTER.                                               00001280
           COPY CPCLIE01.                                               00001290
                                                                        00001300
       FD PRODUTO-MASTER.                                               00001310
           COPY CPPRDM01.                                               00001320
                                                                        00001330
       FD PROMO-MASTER.                                                 00001340
           COPY CPPRM01.                                                00001350
                                                                        00001360
       FD KIT-MASTER.                                                   00001370
           COPY CPKIT01.                                                00001380
                                                                        00001390
       FD PEDIDOS                                                       00001400
           RECORDING MODE IS F                                          00001410
           BLOCK CONTAINS 0 RECORDS.                                    00001420
           COPY CPPED01.                                                00001430
                                                                        00001440
       FD PEDIDO-CABEC.                                                 00001450
           COPY CPPDC01.                                                00001460
                                                                        00001470
       FD RETIDOS                                                       00001480
           RECORDING MODE IS F                                          00001490
           BLOCK CONTAINS 0 RECORDS.                                    00001500
           COPY CPRTD01.                                                00001510
                                                                        00001520
       FD RELPPG                                                        00001530
           RECORDING MODE IS F                                          00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
       01 REL-LINHA                    PIC X(132).                      00001560
                                                                        00001570
       FD CONTROLE                                                      00001580
           RECORDING MODE IS F                                          00001590
           BLOCK CONTAINS 0 RECORDS.                                    00001600
           COPY CPCTRL01.                                               00001610
                                                                        00001620
       FD ERRLOG.                                                       00001630
           COPY CPERRL01.                                               00001640
                                                                        00001650
       FD CALENDARIO.                                                   00001660
           COPY CPCAL01.                                                00001670
                                                                        00001680
       FD ESTATIS                                                       00001690
           RECORDING MODE IS F                                          00001700
           BLOCK CONTAINS 0 RECORDS.                                    00001710
           COPY CPSTA01.                                                00001720
      *---------------------------------------------------              00001730
       WORKING-STORAGE                           SECTION.               00001740
      *---------------------------------------------------              00001750
       01 WRK-REGISTRO.                                                 00001760
          05 WRK-CLI-ID     PIC 9(005)        VALUE ZEROS.              00001770
          05 WRK-CODIGO     PIC 9(008)        VALUE ZEROS.              00001780
          05 WRK-QUANTIDADE PIC 9(007)        VALUE ZEROS.              00001790
                                                                        00001800
       77 WRK-FS-PEDPROG      PIC X(02) VALUE SPACES.                   00001810
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001820
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001830
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00001840
       77 WRK-FS-KIT          PIC X(02) VALUE SPACES.                   00001850
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001860
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00001870
       77 WRK-FS-RETIDOS      PIC X(02) VALUE SPACES.                   00001880
       77 WRK-FS-RELPPG       PIC X(02) VALUE SPACES.                   00001890
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001900
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001910
       77 WRK-SITUACAO        PIC X(40) VALUE SPACES.                   00001920
       77 WRK-CONT-LIDOS      PIC 9(07) COMP VALUE ZERO.                00001930
       77 WRK-CONT-VENCIDOS   PIC 9(07) COMP VALUE ZERO.                00001940
       77 WRK-CONT-GERADOS    PIC 9(07) COMP VALUE ZERO.                00001950
       77 WRK-CONT-RETIDOS    PIC 9(07) COMP VALUE ZERO.                00001960
       77 WRK-CONT-REJEITADOS PIC 9(07) COMP VALUE ZERO.                00001970
       77 WRK-CONT-ENCERRADOS PIC 9(07) COMP VALUE ZERO.                00001980
       77 WRK-CONT-PEDIDOS    PIC 9(07) COMP VALUE ZERO.                00001990
       77 WRK-CONT-PED-RETIDOS PIC 9(07) COMP VALUE ZERO.               00002000
       77 WRK-CONT-SUBSTITUIDOS PIC 9(07) COMP VALUE ZERO.              00002010
       01 WRK-SW-VALIDO.                                                00002020
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002030
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002040
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002050
       01 WRK-SW-CREDITO.                                               00002060
          05 WRK-SW-CREDITO-IND      PIC X(01) VALUE 'S'.               00002070
             88 WRK-CREDITO-OK             VALUE 'S'.                   00002080
             88 WRK-CREDITO-RETIDO         VALUE 'R'.                   00002090
       01 WRK-SW-PROMO.                                                 00002100
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00002110
             88 WRK-PROMO-APLICADA         VALUE 'S'.                   00002120
             88 WRK-PROMO-NAO-APLICADA     VALUE 'N'.                   00002130
       01 WRK-SW-KIT.                                                   00002140
          05 WRK-SW-KIT-IND          PIC X(01) VALUE 'N'.               00002150
             88 WRK-PRODUTO-KIT            VALUE 'S'.                   00002160
             88 WRK-PRODUTO-SIMPLES        VALUE 'N'.                   00002170
       01 WRK-SW-SUBSTITUICAO.                                          00002180
          05 WRK-SW-SUBST-IND        PIC X(01) VALUE 'N'.               00002190
             88 WRK-SUBST-LIGADA           VALUE 'S'.                   00002200
             88 WRK-SUBST-DESLIGADA        VALUE 'N'.                   00002210
       01 WRK-SW-ESTOQUE.                                               00002220
          05 WRK-SW-ESTOQUE-IND      PIC X(01) VALUE 'N'.               00002230
             88 WRK-ESTOQUE-CURTO          VALUE 'S'.                   00002240
             88 WRK-ESTOQUE-OK             VALUE 'N'.                   00002250
       01 WRK-SW-TROCA.                                                 00002260
          05 WRK-SW-TROCA-IND        PIC X(01) VALUE 'N'.               00002270
             88 WRK-PRODUTO-TROCADO        VALUE 'S'.                   00002280
             88 WRK-PRODUTO-MANTIDO        VALUE 'N'.                   00002290
       77 WRK-CODIGO-ORIGINAL PIC 9(08) VALUE ZEROS.                    00002300
       77 WRK-CODIGO-CANDIDATO PIC 9(08) VALUE ZEROS.                   00002310
       77 WRK-QTD-ELOS        PIC 9(01) COMP VALUE ZERO.                00002320
       77 WRK-PRECO-EFETIVO   PIC 9(07)V99 COMP-3 VALUE ZERO.           00002330
       77 WRK-QTD-DISPONIVEL  PIC S9(07) COMP-3 VALUE ZERO.             00002340
       77 WRK-VALOR-PEDIDO    PIC 9(09)V99 COMP-3 VALUE ZERO.           00002350
       77 WRK-SALDO-CLIENTE   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002360
       77 WRK-LIMITE-RETENCAO PIC 9(09)V99 COMP-3 VALUE ZERO.           00002370
      *---------------------------------------------------              00002380
      *    GRUPOS DE CLIENTES - SALDO EM ABERTO SOMADO DAS              00002390
      *    FILIAIS DE CADA CLIENTE PAI, APURADO NA ABERTURA (O          00002400
      *    SALDO SO MUDA NO FATURAMENTO E NOS RECEBIMENTOS)             00002410
      *---------------------------------------------------              00002420
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00002430
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00002440
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00002450
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00002460
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00002470
       77 WRK-SALDO-GRUPO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002480
       01 WRK-CLIENTE-SALVO   PIC X(100) VALUE SPACES.                  00002490
       01 WRK-TABELA-GRUPOS.                                            00002500
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00002510
             10 WRK-GRP-PAI           PIC 9(05).                        00002520
             10 WRK-GRP-SALDO-FILIAIS PIC 9(11)V99 COMP-3.              00002530
       77 WRK-NUM-PEDIDO      PIC 9(05) VALUE ZEROS.                    00002540
       77 WRK-NUM-RETENCAO    PIC 9(05) VALUE ZEROS.                    00002550
      *---------------------------------------------------              00002560
      *    HORIZONTE DA GERACAO - VENCE TODA PROGRAMACAO COM            00002570
      *    PROXIMO VENCIMENTO ANTERIOR AO PROXIMO DIA UTIL              00002580
      *---------------------------------------------------              00002590
       77 WRK-DATA-LIMITE     PIC 9(08) VALUE ZEROS.                    00002600
       77 WRK-VENCIMENTO      PIC 9(08) VALUE ZEROS.                    00002610
       77 WRK-CHAVE-RETORNO   PIC X(08) VALUE SPACES.                   00002620
      *---------------------------------------------------              00002630
      *    PEDIDO EM MONTAGEM - PROGRAMACOES VENCIDAS E JA              00002640
      *    VALIDADAS DO CLIENTE CORRENTE, GRAVADAS NO FECHAMENTO        00002650
      *---------------------------------------------------              00002660
       77 WRK-MAX-ITENS       PIC 9(03) COMP VALUE 50.                  00002670
       77 WRK-QTD-ITENS       PIC 9(03) COMP VALUE ZERO.                00002680
       77 WRK-IDX-ITEM        PIC 9(03) COMP VALUE ZERO.                00002690
       77 WRK-PEDIDO-CLI-ID   PIC 9(05) VALUE ZEROS.                    00002700
       01 WRK-TABELA-ITENS.                                             00002710
          05 WRK-ENT-ITEM OCCURS 50 TIMES.                              00002720
             10 WRK-ITM-CHAVE           PIC X(08).                      00002730
             10 WRK-ITM-VENCIMENTO      PIC 9(08).                      00002740
             10 WRK-ITM-CODIGO          PIC 9(08).                      00002750
             10 WRK-ITM-CODIGO-ORIG     PIC 9(08).                      00002760
             10 WRK-ITM-QUANTIDADE      PIC 9(07).                      00002770
             10 WRK-ITM-PRECO           PIC 9(07)V99 COMP-3.            00002780
             10 WRK-ITM-VALOR           PIC 9(09)V99 COMP-3.            00002790
             10 WRK-ITM-PROMO           PIC X(01).                      00002800
             10 WRK-ITM-REGRA           PIC X(01).                      00002810
             10 WRK-ITM-LISTA           PIC 9(07)V99 COMP-3.            00002820
      *---------------------------------------------------              00002830
      *    AVANCO DO VENCIMENTO (DIA A DIA PARA SEMANAL E               00002840
      *    QUINZENAL, MES A MES NO DIA-BASE PARA MENSAL)                00002850
      *---------------------------------------------------              00002860
       01 WRK-DATA-CALCULO.                                             00002870
          05 WRK-CALC-ANO           PIC 9(04).                          00002880
          05 WRK-CALC-MES           PIC 9(02).                          00002890
          05 WRK-CALC-DIA           PIC 9(02).                          00002900
       01 WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALCULO                  00002910
                                    PIC 9(08).                          00002920
       77 WRK-CALC-ULT-DIA    PIC 9(02) VALUE ZERO.                     00002930
       77 WRK-CALC-QUOC       PIC 9(04) VALUE ZERO.                     00002940
       77 WRK-CALC-RESTO      PIC 9(04) VALUE ZERO.                     00002950
       77 WRK-DIAS-PERIODO    PIC 9(03) VALUE ZERO.                     00002960
       77 WRK-DIAS-SOMADOS    PIC 9(03) VALUE ZERO.                     00002970
      *---------------------------------------------------              00002980
      *    LINHAS DA LISTAGEM                                           00002990
      *---------------------------------------------------              00003000
       01 WRK-CABEC1.                                                   00003010
          05 FILLER               PIC X(44) VALUE                       00003020
             'PEDIDOS PROGRAMADOS - GERACAO'.                           00003030
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00003040
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00003050
          05 FILLER               PIC X(13) VALUE '   VENCE ATE '.      00003060
          05 WRK-CAB-DATA-LIMITE  PIC 9(08).                            00003070
                                                                        00003080
       01 WRK-CABEC2.                                                   00003090
          05 FILLER PIC X(08) VALUE 'CLIENTE '.                         00003100
          05 FILLER PIC X(05) VALUE 'SEQ  '.                            00003110
          05 FILLER PIC X(10) VALUE 'PRODUTO   '.                       00003120
          05 FILLER PIC X(09) VALUE '      QTD'.                        00003130
          05 FILLER PIC X(12) VALUE '  VENCIMENTO'.                     00003140
          05 FILLER PIC X(12) VALUE '  PROX.VENC.'.                     00003150
          05 FILLER PIC X(02) VALUE SPACES.                             00003160
          05 FILLER PIC X(40) VALUE 'SITUACAO'.                         00003170
                                                                        00003180
       01 WRK-DETALHE.                                                  00003190
          05 WRK-DET-CLI-ID       PIC 9(05).                            00003200
          05 FILLER               PIC X(03) VALUE SPACES.               00003210
          05 WRK-DET-SEQ          PIC 9(03).                            00003220
          05 FILLER               PIC X(02) VALUE SPACES.               00003230
          05 WRK-DET-CODIGO       PIC 9(08).                            00003240
          05 FILLER               PIC X(02) VALUE SPACES.               00003250
          05 WRK-DET-QUANTIDADE   PIC Z(06)9.                           00003260
          05 FILLER               PIC X(04) VALUE SPACES.               00003270
          05 WRK-DET-VENCIMENTO   PIC 9(08).                            00003280
          05 FILLER               PIC X(04) VALUE SPACES.               00003290
          05 WRK-DET-PROX-DATA    PIC 9(08).                            00003300
          05 FILLER               PIC X(02) VALUE SPACES.               00003310
          05 WRK-DET-SITUACAO     PIC X(40).                            00003320
       COPY CPCAB01.                                                    00003330
       COPY CPERR01.                                                    00003340
       COPY CPDTA01.                                                    00003350
       COPY CPSTT01.                                                    00003360
       COPY CPSRV01.                                                    00003370
       COPY CPCTP02.                                                    00003380
      *---------------------------------------------------              00003390
       LINKAGE                                    SECTION.              00003400
      *---------------------------------------------------              00003410
       01 WRK-PARM-RESTART.                                             00003420
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003430
          05 WRK-PARM-DADOS           PIC X(66).                        00003440
      *=========================================*                       00003450
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003460
      *=========================================*                       00003470
                                                                        00003480
      *---------------------------------------------------              00003490
       0000-PRINCIPAL                     SECTION.                      00003500
      *---------------------------------------------------              00003510
             PERFORM 0100-INICIAR.                                      00003520
             PERFORM 0200-PROCESSAR                                     00003530
                 UNTIL WRK-FS-PEDPROG EQUAL '10'.                       00003540
             PERFORM 0300-FINALIZAR.                                    00003550
      *---------------------------------------------------              00003560
       0000-99-FIM.            EXIT.                                    00003570
      *---------------------------------------------------              00003580
                                                                        00003590
       0100-INICIAR                       SECTION.                      00003600
             MOVE 'FR05CB94' TO WRK-CAB-PROGRAMA.                       00003610
             PERFORM 0101-CABECALHO-PADRAO.                             00003620
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003630
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003640
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003650
             IF WRK-PARM-TAM > ZERO                                     00003660
                AND WRK-PARM-DADOS (1:1) EQUAL 'S'                      00003670
                 SET WRK-SUBST-LIGADA TO TRUE                           00003680
                 DISPLAY ' SUBSTITUICAO AUTOMATICA LIGADA'              00003690
             END-IF.                                                    00003700
             PERFORM 0120-APURAR-HORIZONTE.                             00003710
             PERFORM 0107-ABRIR-PEDPROG.                                00003720
             OPEN I-O CLIENTE-MASTER.                                   00003730
             OPEN I-O PRODUTO-MASTER.                                   00003740
             PERFORM 0114-ABRIR-PROMO.                                  00003750
             PERFORM 0116-ABRIR-KITS.                                   00003760
             PERFORM 0109-ABRIR-PEDIDOS.                                00003770
             PERFORM 0111-ABRIR-PEDCAB.                                 00003780
      *    OS RETIDOS SAO SEMPRE ANEXADOS - A GERACAO CORRENTE          00003790
      *    GUARDA AS RETENCOES AINDA NAO TRATADAS PELA FR05CB54 E       00003800
      *    UM OPEN OUTPUT AS DESTRUIRIA                                 00003810
             OPEN EXTEND RETIDOS.                                       00003820
             OPEN OUTPUT RELPPG.                                        00003830
             OPEN OUTPUT CONTROLE.                                      00003840
             PERFORM 0110-TESTAR-STATUS.                                00003850
             PERFORM 0119-CARREGAR-GRUPOS.                              00003860
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003870
             MOVE WRK-DATA-LIMITE  TO WRK-CAB-DATA-LIMITE.              00003880
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003890
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003900
      *---------------------------------------------------              00003910
       0100-99-FIM.            EXIT.                                    00003920
      *---------------------------------------------------              00003930
           COPY CPCAB02.                                                00003940
           COPY CPERR02.                                                00003950
           COPY CPDTA02.                                                00003960
           COPY CPSTT02.                                                00003970
      *---------------------------------------------------              00003980
       0107-ABRIR-PEDPROG                 SECTION.                      00003990
      *    ABRE O MASTER DE PEDIDOS PROGRAMADOS EM I-O, CRIANDO-O       00004000
      *    VAZIO CASO A FR05CB95 AINDA NAO TENHA RODADO (FILE           00004010
      *    STATUS 35)                                                   00004020
      *---------------------------------------------------              00004030
             OPEN I-O PEDPROG.                                          00004040
             IF WRK-FS-PEDPROG EQUAL '35'                               00004050
                 DISPLAY ' AVISO: SEM PEDIDOS PROGRAMADOS CADASTRADOS'  00004060
                 OPEN OUTPUT PEDPROG                                    00004070
                 CLOSE PEDPROG                                          00004080
                 OPEN I-O PEDPROG                                       00004090
             END-IF.                                                    00004100
      *---------------------------------------------------              00004110
       0114-ABRIR-PROMO                   SECTION.                      00004120
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00004130
      *    PELA FR05CB63 (FILE STATUS 35), OS PEDIDOS SEGUEM COM        00004140
      *    O PRECO DO MASTER DE PRODUTO E AVISO NO SYSOUT               00004150
      *---------------------------------------------------              00004160
             OPEN INPUT PROMO-MASTER.                                   00004170
             IF WRK-FS-PROMO EQUAL '35'                                 00004180
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES - '           00004190
                         'PRECO SEGUE O MASTER DE PRODUTO'              00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0116-ABRIR-KITS                    SECTION.                      00004230
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00004240
      *    PELA FR05CB75 (FILE STATUS 35), NENHUM PRODUTO E             00004250
      *    TRATADO COMO KIT                                             00004260
      *---------------------------------------------------              00004270
             OPEN INPUT KIT-MASTER.                                     00004280
             IF WRK-FS-KIT EQUAL '35'                                   00004290
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00004300
             END-IF.                                                    00004310
      *---------------------------------------------------              00004320
       0109-ABRIR-PEDIDOS                 SECTION.                      00004330
      *    ABRE O ARQUIVO DE PEDIDOS EM EXTEND, CRIANDO-O NA            00004340
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004350
      *---------------------------------------------------              00004360
             OPEN EXTEND PEDIDOS.                                       00004370
             IF WRK-FS-PEDIDOS EQUAL '35'                               00004380
                 OPEN OUTPUT PEDIDOS                                    00004390
                 CLOSE PEDIDOS                                          00004400
                 OPEN EXTEND PEDIDOS                                    00004410
             END-IF.                                                    00004420
      *---------------------------------------------------              00004430
       0111-ABRIR-PEDCAB                  SECTION.                      00004440
      *    ABRE O ARQUIVO DE CABECALHO DE PEDIDO EM I-O, CRIANDO-O      00004450
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00004460
      *    STATUS 35)                                                   00004470
      *---------------------------------------------------              00004480
             OPEN I-O PEDIDO-CABEC.                                     00004490
             IF WRK-FS-PEDCAB EQUAL '35'                                00004500
                 OPEN OUTPUT PEDIDO-CABEC                               00004510
                 CLOSE PEDIDO-CABEC                                     00004520
                 OPEN I-O PEDIDO-CABEC                                  00004530
             END-IF.                                                    00004540
      *---------------------------------------------------              00004550
       0120-APURAR-HORIZONTE              SECTION.                      00004560
      *    O HORIZONTE E O PROXIMO DIA UTIL APOS A DATA DE NEGOCIO,     00004570
      *    LIDO NO REGISTRO DO CALENDARIO DA PROPRIA DATA; SEM          00004580
      *    CALENDARIO (OU SEM O REGISTRO DA DATA) VALE O DIA            00004590
      *    SEGUINTE CORRIDO                                             00004600
      *---------------------------------------------------              00004610
             MOVE ZEROS TO WRK-DATA-LIMITE.                             00004620
             OPEN INPUT CALENDARIO.                                     00004630
             IF WRK-FS-CALEND EQUAL ZEROS                               00004640
                 MOVE WRK-DATA-NEGOCIO TO CAL-DATA                      00004650
                 READ CALENDARIO                                        00004660
                     INVALID KEY                                        00004670
                         CONTINUE                                       00004680
                     NOT INVALID KEY                                    00004690
                         IF CAL-PROX-UTIL NUMERIC                       00004700
                            AND CAL-PROX-UTIL > WRK-DATA-NEGOCIO        00004710
                             MOVE CAL-PROX-UTIL TO WRK-DATA-LIMITE      00004720
                         END-IF                                         00004730
                 END-READ                                               00004740
                 CLOSE CALENDARIO                                       00004750
             END-IF.                                                    00004760
             IF WRK-DATA-LIMITE EQUAL ZEROS                             00004770
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CALC-NUM             00004780
                 PERFORM 0245-SOMAR-UM-DIA                              00004790
                 MOVE WRK-DATA-CALC-NUM TO WRK-DATA-LIMITE              00004800
                 DISPLAY ' AVISO: DATA SEM CALENDARIO - HORIZONTE '     00004810
                         'NO DIA SEGUINTE: ' WRK-DATA-LIMITE            00004820
             END-IF.                                                    00004830
      *---------------------------------------------------              00004840
       0119-CARREGAR-GRUPOS               SECTION.                      00004850
      *    PERCORRE O CLIENTE-MASTER E SOMA O SALDO EM ABERTO DAS       00004860
      *    FILIAIS DE CADA CLIENTE PAI (CLI-CLIENTE-PAI), COMO NO       00004870
      *    INTAKE DE PEDIDOS (FR05CB25)                                 00004880
      *---------------------------------------------------              00004890
             MOVE ZEROS TO CLI-ID.                                      00004900
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00004910
                 INVALID KEY                                            00004920
                     MOVE '10' TO WRK-FS-CLIENTE                        00004930
             END-START.                                                 00004940
             PERFORM 0124-SOMAR-UMA-FILIAL                              00004950
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00004960
             MOVE SPACES TO WRK-FS-CLIENTE.                             00004970
             DISPLAY ' GRUPOS DE CLIENTES CARREGADOS: '                 00004980
                     WRK-QTD-GRUPOS.                                    00004990
      *---------------------------------------------------              00005000
       0124-SOMAR-UMA-FILIAL              SECTION.                      00005010
             READ CLIENTE-MASTER NEXT RECORD.                           00005020
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00005030
                AND CLI-CLIENTE-PAI NUMERIC                             00005040
                AND CLI-CLIENTE-PAI > ZEROS                             00005050
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00005060
                 PERFORM 0226-LOCALIZAR-GRUPO                           00005070
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00005080
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00005090
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00005100
                             TO WRK-MSG                                 00005110
                         PERFORM 9000-TRATA-ERROS                       00005120
                     END-IF                                             00005130
                     ADD 1 TO WRK-QTD-GRUPOS                            00005140
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00005150
                     MOVE CLI-CLIENTE-PAI                               00005160
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00005170
                     MOVE ZEROS                                         00005180
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00005190
                 END-IF                                                 00005200
                 IF CLI-SALDO-ABERTO NUMERIC                            00005210
                     ADD CLI-SALDO-ABERTO                               00005220
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00005230
                 END-IF                                                 00005240
             END-IF.                                                    00005250
      *---------------------------------------------------              00005260
       0110-TESTAR-STATUS                 SECTION.                      00005270
             IF WRK-FS-PEDPROG NOT EQUAL ZEROS                          00005280
                 MOVE ' ERRO OPEN PEDIDOS PROGRAMADOS ' TO WRK-MSG      00005290
                 PERFORM 9000-TRATA-ERROS                               00005300
             END-IF.                                                    00005310
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005320
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005330
                 PERFORM 9000-TRATA-ERROS                               00005340
             END-IF.                                                    00005350
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005360
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005370
                 PERFORM 9000-TRATA-ERROS                               00005380
             END-IF.                                                    00005390
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00005400
                AND WRK-FS-PROMO NOT EQUAL '35'                         00005410
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00005420
                 PERFORM 9000-TRATA-ERROS                               00005430
             END-IF.                                                    00005440
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00005450
                AND WRK-FS-KIT NOT EQUAL '35'                           00005460
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00005470
                 PERFORM 9000-TRATA-ERROS                               00005480
             END-IF.                                                    00005490
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00005500
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00005510
                 PERFORM 9000-TRATA-ERROS                               00005520
             END-IF.                                                    00005530
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00005540
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00005550
                 PERFORM 9000-TRATA-ERROS                               00005560
             END-IF.                                                    00005570
             IF WRK-FS-RETIDOS NOT EQUAL ZEROS                          00005580
                 MOVE ' ERRO OPEN RETIDOS ' TO WRK-MSG                  00005590
                 PERFORM 9000-TRATA-ERROS                               00005600
             END-IF.                                                    00005610
             IF WRK-FS-RELPPG NOT EQUAL ZEROS                           00005620
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00005630
                 PERFORM 9000-TRATA-ERROS                               00005640
             END-IF.                                                    00005650
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005660
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005670
                 PERFORM 9000-TRATA-ERROS                               00005680
             END-IF.                                                    00005690
      *---------------------------------------------------              00005700
       0200-PROCESSAR                     SECTION.                      00005710
      *    PROGRAMACAO ENCERRADA OU AINDA NAO VENCIDA E PULADA;         00005720
      *    A QUE JA PASSOU DA DATA FINAL E ENCERRADA. A VENCIDA         00005730
      *    DE OUTRO CLIENTE (OU COM O PEDIDO JA NO MAXIMO DE            00005740
      *    LINHAS) FECHA O PEDIDO EM MONTAGEM - O FECHAMENTO            00005750
      *    RELE AS PROGRAMACOES PELA CHAVE, E A LEITURA                 00005760
      *    SEQUENCIAL E REPOSICIONADA NA PROGRAMACAO CORRENTE           00005770
      *---------------------------------------------------              00005780
             READ PEDPROG NEXT RECORD.                                  00005790
             IF WRK-FS-PEDPROG NOT EQUAL ZEROS                          00005800
                 MOVE '10' TO WRK-FS-PEDPROG                            00005810
                 GO TO 0200-99-FIM                                      00005820
             END-IF.                                                    00005830
             ADD 1 TO WRK-CONT-LIDOS.                                   00005840
             IF NOT PPG-ATIVO                                           00005850
                OR PPG-PROX-DATA NOT NUMERIC                            00005860
                OR PPG-PROX-DATA NOT < WRK-DATA-LIMITE                  00005870
                 GO TO 0200-99-FIM                                      00005880
             END-IF.                                                    00005890
             IF PPG-DATA-FIM NUMERIC                                    00005900
                AND PPG-DATA-FIM > ZEROS                                00005910
                AND PPG-PROX-DATA > PPG-DATA-FIM                        00005920
                 SET PPG-ENCERRADO TO TRUE                              00005930
                 REWRITE CPPPG01-REGISTRO                               00005940
                 ADD 1 TO WRK-CONT-ENCERRADOS                           00005950
                 GO TO 0200-99-FIM                                      00005960
             END-IF.                                                    00005970
             ADD 1 TO WRK-CONT-VENCIDOS.                                00005980
             IF WRK-QTD-ITENS > ZERO                                    00005990
                AND (PPG-CLI-ID NOT EQUAL WRK-PEDIDO-CLI-ID             00006000
                     OR WRK-QTD-ITENS >= WRK-MAX-ITENS)                 00006010
                 MOVE PPG-CHAVE TO WRK-CHAVE-RETORNO                    00006020
                 PERFORM 0230-FECHAR-PEDIDO                             00006030
                 MOVE WRK-CHAVE-RETORNO TO PPG-CHAVE                    00006040
                 READ PEDPROG                                           00006050
                     INVALID KEY                                        00006060
                         MOVE ' ERRO REPOSICIONAMENTO PEDPROG '         00006070
                             TO WRK-MSG                                 00006080
                         PERFORM 9000-TRATA-ERROS                       00006090
                 END-READ                                               00006100
             END-IF.                                                    00006110
             MOVE PPG-CLI-ID     TO WRK-CLI-ID.                         00006120
             MOVE PPG-CODIGO     TO WRK-CODIGO.                         00006130
             MOVE PPG-QUANTIDADE TO WRK-QUANTIDADE.                     00006140
             PERFORM 0210-VALIDAR-REGISTRO.                             00006150
             IF WRK-REGISTRO-VALIDO                                     00006160
                 PERFORM 0211-INCLUIR-ITEM                              00006170
             ELSE                                                       00006180
                 PERFORM 0225-REJEITAR-PROGRAMACAO                      00006190
             END-IF.                                                    00006200
       0200-99-FIM.            EXIT.                                    00006210
      *---------------------------------------------------              00006220
       0210-VALIDAR-REGISTRO              SECTION.                      00006230
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006240
             SET WRK-PRODUTO-MANTIDO TO TRUE.                           00006250
             SET WRK-ESTOQUE-OK      TO TRUE.                           00006260
             MOVE ZEROS TO WRK-CODIGO-ORIGINAL.                         00006270
             IF WRK-CLI-ID NOT NUMERIC OR                               00006280
                WRK-CODIGO NOT NUMERIC                                  00006290
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006300
                 MOVE 'CAMPO CHAVE NAO NUMERICO' TO WRK-SITUACAO        00006310
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00006320
                WRK-QUANTIDADE EQUAL ZEROS                              00006330
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006340
                 MOVE 'QUANTIDADE INVALIDA' TO WRK-SITUACAO             00006350
             END-IF END-IF.                                             00006360
             IF WRK-REGISTRO-VALIDO                                     00006370
                 PERFORM 0214-VALIDAR-CLIENTE                           00006380
             END-IF.                                                    00006390
             IF WRK-REGISTRO-VALIDO                                     00006400
                 PERFORM 0216-VALIDAR-PRODUTO                           00006410
             END-IF.                                                    00006420
             IF WRK-REGISTRO-VALIDO                                     00006430
                 PERFORM 0217-FIXAR-PRECO                               00006440
             END-IF.                                                    00006450
      *---------------------------------------------------              00006460
       0211-INCLUIR-ITEM                  SECTION.                      00006470
      *    GUARDA A PROGRAMACAO VALIDADA COMO NOVA LINHA DO PEDIDO      00006480
      *    EM MONTAGEM, JA PRECIFICADA, COM A CHAVE E O VENCIMENTO      00006490
      *    PARA O AVANCO NO FECHAMENTO                                  00006500
      *---------------------------------------------------              00006510
             IF WRK-QTD-ITENS EQUAL ZERO                                00006520
                 MOVE WRK-CLI-ID TO WRK-PEDIDO-CLI-ID                   00006530
             END-IF.                                                    00006540
             ADD 1 TO WRK-QTD-ITENS.                                    00006550
             MOVE PPG-CHAVE      TO WRK-ITM-CHAVE (WRK-QTD-ITENS).      00006560
             MOVE PPG-PROX-DATA  TO WRK-ITM-VENCIMENTO (WRK-QTD-ITENS). 00006570
             MOVE WRK-CODIGO     TO WRK-ITM-CODIGO (WRK-QTD-ITENS).     00006580
             IF WRK-PRODUTO-TROCADO                                     00006590
                 MOVE WRK-CODIGO-ORIGINAL                               00006600
                     TO WRK-ITM-CODIGO-ORIG (WRK-QTD-ITENS)             00006610
             ELSE                                                       00006620
                 MOVE ZEROS TO WRK-ITM-CODIGO-ORIG (WRK-QTD-ITENS)      00006630
             END-IF.                                                    00006640
             MOVE WRK-QUANTIDADE TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS). 00006650
             MOVE WRK-PRECO-EFETIVO TO WRK-ITM-PRECO (WRK-QTD-ITENS).   00006660
             COMPUTE WRK-ITM-VALOR (WRK-QTD-ITENS) ROUNDED =            00006670
                 WRK-QUANTIDADE * WRK-PRECO-EFETIVO.                    00006680
             MOVE WRK-SW-PROMO-IND TO WRK-ITM-PROMO (WRK-QTD-ITENS).    00006690
             MOVE CTP-CHK-REGRA    TO WRK-ITM-REGRA (WRK-QTD-ITENS).    00006700
             MOVE CTP-CHK-PRECO-LISTA                                   00006710
                 TO WRK-ITM-LISTA (WRK-QTD-ITENS).                      00006720
      *---------------------------------------------------              00006730
       0214-VALIDAR-CLIENTE               SECTION.                      00006740
             MOVE WRK-CLI-ID TO CLI-ID.                                 00006750
             READ CLIENTE-MASTER                                        00006760
                 INVALID KEY                                            00006770
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006780
                     MOVE 'CLIENTE INEXISTENTE' TO WRK-SITUACAO         00006790
                 NOT INVALID KEY                                        00006800
                     IF NOT CLI-STAT-ATIVO                              00006810
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006820
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO        00006830
                             WRK-SITUACAO                               00006840
                     END-IF                                             00006850
             END-READ.                                                  00006860
      *---------------------------------------------------              00006870
       0216-VALIDAR-PRODUTO               SECTION.                      00006880
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00006890
             READ PRODUTO-MASTER                                        00006900
                 INVALID KEY                                            00006910
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006920
                     MOVE 'PRODUTO INEXISTENTE' TO WRK-SITUACAO         00006930
                 NOT INVALID KEY                                        00006940
                     IF PRDM-INATIVO                                    00006950
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006960
                         MOVE 'PRODUTO INATIVO' TO WRK-SITUACAO         00006970
                     ELSE                                               00006980
                         PERFORM 0213-VERIFICAR-KIT                     00006990
                         IF WRK-PRODUTO-KIT                             00007000
                             CONTINUE                                   00007010
                         ELSE                                           00007020
                             PERFORM 0215-APURAR-DISPONIVEL             00007030
                             IF WRK-QUANTIDADE > WRK-QTD-DISPONIVEL     00007040
                                 SET WRK-ESTOQUE-CURTO TO TRUE          00007050
                             END-IF                                     00007060
                         END-IF                                         00007070
                     END-IF                                             00007080
             END-READ.                                                  00007090
             IF WRK-ESTOQUE-CURTO                                       00007100
                 IF WRK-SUBST-LIGADA                                    00007110
                     PERFORM 0221-TENTAR-SUBSTITUIR                     00007120
                 END-IF                                                 00007130
                 IF WRK-ESTOQUE-CURTO                                   00007140
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007150
                     MOVE 'ESTOQUE INSUFICIENTE' TO WRK-SITUACAO        00007160
                 END-IF                                                 00007170
             END-IF.                                                    00007180
      *---------------------------------------------------              00007190
       0221-TENTAR-SUBSTITUIR             SECTION.                      00007200
      *    SEGUE A CORRENTE DE SUBSTITUTOS DO PRODUTO EM FALTA          00007210
      *    (ATE CINCO ELOS, PARA CORRENTE CIRCULAR NAO RODAR EM         00007220
      *    LACO) E ACEITA O PRIMEIRO ATIVO COM DISPONIVEL - A           00007230
      *    LINHA PASSA A SER DO SUBSTITUTO E O ORIGINAL FICA            00007240
      *    GUARDADO PARA A NOTA                                         00007250
      *---------------------------------------------------              00007260
             MOVE WRK-CODIGO TO WRK-CODIGO-ORIGINAL.                    00007270
             MOVE ZERO TO WRK-QTD-ELOS.                                 00007280
             PERFORM 0222-SEGUIR-UM-ELO                                 00007290
                 UNTIL WRK-ESTOQUE-OK                                   00007300
                    OR WRK-QTD-ELOS >= 5                                00007310
                    OR PRDM-CODIGO-SUBSTITUTO NOT NUMERIC               00007320
                    OR PRDM-CODIGO-SUBSTITUTO EQUAL ZEROS.              00007330
             IF WRK-ESTOQUE-OK                                          00007340
                 SET WRK-PRODUTO-TROCADO TO TRUE                        00007350
                 ADD 1 TO WRK-CONT-SUBSTITUIDOS                         00007360
             ELSE                                                       00007370
                 MOVE WRK-CODIGO-ORIGINAL TO WRK-CODIGO                 00007380
                 MOVE ZEROS TO WRK-CODIGO-ORIGINAL                      00007390
                 MOVE WRK-CODIGO TO PRDM-CODIGO                         00007400
                 READ PRODUTO-MASTER                                    00007410
                     INVALID KEY                                        00007420
                         CONTINUE                                       00007430
                 END-READ                                               00007440
             END-IF.                                                    00007450
      *---------------------------------------------------              00007460
       0222-SEGUIR-UM-ELO                 SECTION.                      00007470
             ADD 1 TO WRK-QTD-ELOS.                                     00007480
             MOVE PRDM-CODIGO-SUBSTITUTO TO WRK-CODIGO-CANDIDATO.       00007490
             MOVE WRK-CODIGO-CANDIDATO   TO PRDM-CODIGO.                00007500
             READ PRODUTO-MASTER                                        00007510
                 INVALID KEY                                            00007520
                     MOVE ZEROS TO PRDM-CODIGO-SUBSTITUTO               00007530
                 NOT INVALID KEY                                        00007540
                     IF PRDM-INATIVO                                    00007550
                         CONTINUE                                       00007560
                     ELSE                                               00007570
                         PERFORM 0215-APURAR-DISPONIVEL                 00007580
                         IF WRK-QUANTIDADE                              00007590
                                NOT > WRK-QTD-DISPONIVEL                00007600
                             SET WRK-ESTOQUE-OK TO TRUE                 00007610
                             MOVE WRK-CODIGO-CANDIDATO                  00007620
                                 TO WRK-CODIGO                          00007630
                         END-IF                                         00007640
                     END-IF                                             00007650
             END-READ.                                                  00007660
      *---------------------------------------------------              00007670
       0213-VERIFICAR-KIT                 SECTION.                      00007680
      *    PRODUTO COM COMPONENTE ATIVO NA ESTRUTURA DE KIT NAO E       00007690
      *    CRITICADO PELO SALDO DO PAI - O KIT E MONTADO NO             00007700
      *    FATURAMENTO                                                  00007710
      *---------------------------------------------------              00007720
             SET WRK-PRODUTO-SIMPLES TO TRUE.                           00007730
             IF WRK-FS-KIT EQUAL '35'                                   00007740
                 GO TO 0213-99-FIM                                      00007750
             END-IF.                                                    00007760
             MOVE WRK-CODIGO TO KIT-CODIGO-PAI.                         00007770
             MOVE ZEROS      TO KIT-COMPONENTE.                         00007780
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00007790
                 INVALID KEY                                            00007800
                     GO TO 0213-99-FIM                                  00007810
             END-START.                                                 00007820
             PERFORM 0219-LER-UM-COMPONENTE                             00007830
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS                       00007840
                    OR WRK-PRODUTO-KIT.                                 00007850
             MOVE SPACES TO WRK-FS-KIT.                                 00007860
       0213-99-FIM.            EXIT.                                    00007870
      *---------------------------------------------------              00007880
       0219-LER-UM-COMPONENTE             SECTION.                      00007890
             READ KIT-MASTER NEXT RECORD.                               00007900
             IF WRK-FS-KIT EQUAL ZEROS                                  00007910
                 IF KIT-CODIGO-PAI NOT EQUAL WRK-CODIGO                 00007920
                     MOVE '10' TO WRK-FS-KIT                            00007930
                 ELSE                                                   00007940
                     IF KIT-ATIVO                                       00007950
                         SET WRK-PRODUTO-KIT TO TRUE                    00007960
                     END-IF                                             00007970
                 END-IF                                                 00007980
             END-IF.                                                    00007990
      *---------------------------------------------------              00008000
       0215-APURAR-DISPONIVEL             SECTION.                      00008010
      *    DISPONIVEL = SALDO FISICO MENOS A QUANTIDADE JA              00008020
      *    COMPROMETIDA E MENOS O JA PEDIDO DO MESMO PRODUTO NAS        00008030
      *    LINHAS ANTERIORES DO PEDIDO EM MONTAGEM                      00008040
      *---------------------------------------------------              00008050
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00008060
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00008070
             END-IF.                                                    00008080
             COMPUTE WRK-QTD-DISPONIVEL =                               00008090
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00008100
             MOVE ZERO TO WRK-IDX-ITEM.                                 00008110
             PERFORM 0223-DESCONTAR-UMA-LINHA                           00008120
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00008130
      *---------------------------------------------------              00008140
       0223-DESCONTAR-UMA-LINHA           SECTION.                      00008150
             ADD 1 TO WRK-IDX-ITEM.                                     00008160
             IF WRK-ITM-CODIGO (WRK-IDX-ITEM) EQUAL PRDM-CODIGO         00008170
                 SUBTRACT WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)             00008180
                     FROM WRK-QTD-DISPONIVEL                            00008190
             END-IF.                                                    00008200
      *---------------------------------------------------              00008210
       0217-FIXAR-PRECO                   SECTION.                      00008220
      *    FIXA O PRECO EFETIVO DA LINHA - O PRECO PROMOCIONAL          00008230
      *    (CPPRM01) VENCE O DO MASTER DE PRODUTO ENQUANTO A            00008240
      *    PROMOCAO ESTIVER ATIVA E A DATA DE NEGOCIO DENTRO DA         00008250
      *    JANELA; FORA DELA A PROMOCAO DEIXA DE VALER SOZINHA.         00008260
      *    O SERVICO DE PRECIFICACAO (FR05CB96) CONFRONTA LISTA E       00008270
      *    PROMOCAO COM O CONTRATO DO CLIENTE E A QUEBRA DE             00008280
      *    QUANTIDADE E FICA O MENOR PRECO VALIDO, COM A REGRA          00008290
      *---------------------------------------------------              00008300
             MOVE PRDM-PRECO-UNIT TO WRK-PRECO-EFETIVO.                 00008310
             SET WRK-PROMO-NAO-APLICADA TO TRUE.                        00008320
             IF WRK-FS-PROMO NOT EQUAL '35'                             00008330
                 MOVE WRK-CODIGO TO PRM-CODIGO                          00008340
                 READ PROMO-MASTER                                      00008350
                     INVALID KEY                                        00008360
                         CONTINUE                                       00008370
                     NOT INVALID KEY                                    00008380
                         IF PRM-ATIVA                                   00008390
                            AND WRK-DATA-NEGOCIO                        00008400
                                NOT < PRM-DATA-INICIO                   00008410
                            AND WRK-DATA-NEGOCIO                        00008420
                                NOT > PRM-DATA-FIM                      00008430
                             MOVE PRM-PRECO-PROMO                       00008440
                                 TO WRK-PRECO-EFETIVO                   00008450
                             SET WRK-PROMO-APLICADA TO TRUE             00008460
                         END-IF                                         00008470
                 END-READ                                               00008480
             END-IF.                                                    00008490
             MOVE WRK-CLI-ID          TO CTP-CHK-CLI-ID.                00008500
             MOVE WRK-CODIGO          TO CTP-CHK-CODIGO.                00008510
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00008520
             MOVE WRK-QUANTIDADE      TO CTP-CHK-QUANTIDADE.            00008530
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00008540
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00008550
             IF WRK-PROMO-APLICADA                                      00008560
                 MOVE WRK-PRECO-EFETIVO TO CTP-CHK-PRECO-PROMO          00008570
             ELSE                                                       00008580
                 MOVE ZEROS TO CTP-CHK-PRECO-PROMO                      00008590
             END-IF.                                                    00008600
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00008610
             IF CTP-CHK-ERRO-ARQ                                        00008620
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00008630
                         ' - PRODUTO ' WRK-CODIGO                       00008640
             END-IF.                                                    00008650
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-EFETIVO.             00008660
             IF NOT CTP-CHK-REGRA-PROMOCAO                              00008670
                 SET WRK-PROMO-NAO-APLICADA TO TRUE                     00008680
             END-IF.                                                    00008690
      *---------------------------------------------------              00008700
       0218-VERIFICAR-CREDITO             SECTION.                      00008710
      *    CONFERE O VALOR DO PEDIDO INTEIRO SOMADO AO SALDO EM         00008720
      *    ABERTO DO CLIENTE CONTRA O LIMITE DE CREDITO - ACIMA         00008730
      *    DO LIMITE O PEDIDO E RETIDO PARA LIBERACAO                   00008740
      *    SUPERVISIONADA. LIMITE ZERADO OU EM BRANCO (REGISTRO         00008750
      *    LEGADO) E SEM LIMITE. CLIENTE DE GRUPO (PAI COM FILIAIS      00008760
      *    OU FILIAL) E CONFERIDO TAMBEM PELO SALDO DO GRUPO            00008770
      *    INTEIRO CONTRA O LIMITE DO PAI (0228)                        00008780
      *---------------------------------------------------              00008790
             IF CLI-SALDO-ABERTO NUMERIC                                00008800
                 MOVE CLI-SALDO-ABERTO TO WRK-SALDO-CLIENTE             00008810
             ELSE                                                       00008820
                 MOVE ZEROS TO WRK-SALDO-CLIENTE                        00008830
             END-IF.                                                    00008840
             IF CLI-LIMITE-CREDITO NUMERIC                              00008850
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00008860
             ELSE                                                       00008870
                 MOVE ZEROS TO WRK-LIMITE-RETENCAO                      00008880
             END-IF.                                                    00008890
             IF WRK-LIMITE-RETENCAO > ZEROS                             00008900
                AND WRK-SALDO-CLIENTE + WRK-VALOR-PEDIDO                00008910
                    > WRK-LIMITE-RETENCAO                               00008920
                 SET WRK-CREDITO-RETIDO TO TRUE                         00008930
             END-IF.                                                    00008940
             IF WRK-CREDITO-OK                                          00008950
                 PERFORM 0228-VERIFICAR-CREDITO-GRUPO                   00008960
             END-IF.                                                    00008970
      *---------------------------------------------------              00008980
       0226-LOCALIZAR-GRUPO               SECTION.                      00008990
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00009000
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00009010
      *---------------------------------------------------              00009020
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00009030
             MOVE ZERO TO WRK-IDX-GRP.                                  00009040
             PERFORM 0227-PROCURAR-UM-GRUPO                             00009050
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00009060
                    OR WRK-IDX-GRP-ACH > ZERO.                          00009070
      *---------------------------------------------------              00009080
       0227-PROCURAR-UM-GRUPO             SECTION.                      00009090
             ADD 1 TO WRK-IDX-GRP.                                      00009100
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00009110
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00009120
             END-IF.                                                    00009130
      *---------------------------------------------------              00009140
       0228-VERIFICAR-CREDITO-GRUPO       SECTION.                      00009150
      *    O PAI RESPONDE PELO CREDITO DO GRUPO: SALDO DO PAI MAIS      00009160
      *    O DAS FILIAIS, SOMADO AO PEDIDO, NAO PODE PASSAR DO          00009170
      *    LIMITE DO PAI. O CLIENTE DO PEDIDO E GUARDADO ANTES DA       00009180
      *    LEITURA DO PAI E DEVOLVIDO PARA A REGRAVACAO DO PEDIDO       00009190
      *---------------------------------------------------              00009200
             IF CLI-CLIENTE-PAI NUMERIC                                 00009210
                AND CLI-CLIENTE-PAI > ZEROS                             00009220
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00009230
             ELSE                                                       00009240
                 MOVE CLI-ID TO WRK-PAI-ALVO                            00009250
             END-IF.                                                    00009260
             PERFORM 0226-LOCALIZAR-GRUPO.                              00009270
             IF WRK-IDX-GRP-ACH EQUAL ZERO                              00009280
                 GO TO 0228-99-FIM                                      00009290
             END-IF.                                                    00009300
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00009310
             MOVE WRK-PAI-ALVO TO CLI-ID.                               00009320
             READ CLIENTE-MASTER                                        00009330
                 INVALID KEY                                            00009340
                     DISPLAY ' AVISO: CLIENTE PAI ' WRK-PAI-ALVO        00009350
                             ' FORA DO MASTER - SEM LIMITE DE GRUPO'    00009360
                     MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO        00009370
                     GO TO 0228-99-FIM                                  00009380
             END-READ.                                                  00009390
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00009400
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00009410
                 MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO            00009420
                 GO TO 0228-99-FIM                                      00009430
             END-IF.                                                    00009440
             MOVE WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)               00009450
                 TO WRK-SALDO-GRUPO.                                    00009460
             IF CLI-SALDO-ABERTO NUMERIC                                00009470
                 ADD CLI-SALDO-ABERTO TO WRK-SALDO-GRUPO                00009480
             END-IF.                                                    00009490
             IF WRK-SALDO-GRUPO + WRK-VALOR-PEDIDO                      00009500
                    > CLI-LIMITE-CREDITO                                00009510
                 SET WRK-CREDITO-RETIDO TO TRUE                         00009520
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00009530
                 MOVE WRK-SALDO-GRUPO    TO WRK-SALDO-CLIENTE           00009540
                 DISPLAY ' LIMITE DO GRUPO ' WRK-PAI-ALVO               00009550
                         ' EXCEDIDO'                                    00009560
             END-IF.                                                    00009570
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00009580
       0228-99-FIM.            EXIT.                                    00009590
      *---------------------------------------------------              00009600
       0225-REJEITAR-PROGRAMACAO          SECTION.                      00009610
      *    PROGRAMACAO QUE NAO PASSA NAS CRITICAS NAO GERA LINHA        00009620
      *    NESTA NOITE: SAI NA LISTAGEM COM O MOTIVO E TEM O            00009630
      *    VENCIMENTO AVANCADO NA HORA (E O REGISTRO CORRENTE DA        00009640
      *    LEITURA SEQUENCIAL)                                          00009650
      *---------------------------------------------------              00009660
             ADD 1 TO WRK-CONT-REJEITADOS.                              00009670
             MOVE PPG-PROX-DATA TO WRK-VENCIMENTO.                      00009680
             PERFORM 0240-AVANCAR-VENCIMENTO.                           00009690
             SET PPG-ULT-REJEITADO TO TRUE.                             00009700
             MOVE WRK-DATA-NEGOCIO TO PPG-DATA-ULT-GERACAO.             00009710
             MOVE ZEROS            TO PPG-ULT-PEDIDO.                   00009720
             REWRITE CPPPG01-REGISTRO.                                  00009730
             MOVE PPG-CODIGO TO WRK-DET-CODIGO.                         00009740
             MOVE 'REJEITADO: ' TO WRK-DET-SITUACAO.                    00009750
             MOVE WRK-SITUACAO TO WRK-DET-SITUACAO (12:29).             00009760
             PERFORM 0290-LISTAR-PROGRAMACAO.                           00009770
      *---------------------------------------------------              00009780
       0230-FECHAR-PEDIDO                 SECTION.                      00009790
      *    FECHA O PEDIDO MONTADO - SOMA AS LINHAS, RELE O CLIENTE      00009800
      *    E CONFERE O CREDITO PELO PEDIDO INTEIRO; RETIDO, TODAS       00009810
      *    AS LINHAS VAO PARA OS RETIDOS COM UM SO NUMERO; ACEITO,      00009820
      *    O PEDIDO E NUMERADO, AS LINHAS SAO GRAVADAS E O              00009830
      *    CABECALHO E CRIADO. POR FIM CADA PROGRAMACAO DO PEDIDO       00009840
      *    TEM O VENCIMENTO AVANCADO                                    00009850
      *---------------------------------------------------              00009860
             SET WRK-CREDITO-OK TO TRUE.                                00009870
             MOVE ZEROS TO WRK-VALOR-PEDIDO.                            00009880
             MOVE ZERO TO WRK-IDX-ITEM.                                 00009890
             PERFORM 0231-SOMAR-UMA-LINHA                               00009900
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00009910
             MOVE WRK-PEDIDO-CLI-ID TO CLI-ID.                          00009920
             READ CLIENTE-MASTER                                        00009930
                 INVALID KEY                                            00009940
                     MOVE ' ERRO CLIENTE DO PEDIDO FORA DO MASTER '     00009950
                         TO WRK-MSG                                     00009960
                     PERFORM 9000-TRATA-ERROS                           00009970
             END-READ.                                                  00009980
             PERFORM 0218-VERIFICAR-CREDITO.                            00009990
             IF WRK-CREDITO-RETIDO                                      00010000
                 PERFORM 0232-GRAVA-RETIDO                              00010010
                 ADD 1 TO WRK-CONT-PED-RETIDOS                          00010020
                 ADD WRK-QTD-ITENS TO WRK-CONT-RETIDOS                  00010030
             ELSE                                                       00010040
                 PERFORM 0234-GRAVA-PEDIDO                              00010050
                 ADD 1 TO WRK-CONT-PEDIDOS                              00010060
                 ADD WRK-QTD-ITENS TO WRK-CONT-GERADOS                  00010070
             END-IF.                                                    00010080
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010090
             PERFORM 0236-AVANCAR-UMA-LINHA                             00010100
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010110
             MOVE ZERO TO WRK-QTD-ITENS.                                00010120
      *---------------------------------------------------              00010130
       0231-SOMAR-UMA-LINHA               SECTION.                      00010140
             ADD 1 TO WRK-IDX-ITEM.                                     00010150
             ADD WRK-ITM-VALOR (WRK-IDX-ITEM) TO WRK-VALOR-PEDIDO.      00010160
      *---------------------------------------------------              00010170
       0232-GRAVA-RETIDO                  SECTION.                      00010180
      *    GRAVA O PEDIDO RETIDO POR LIMITE DE CREDITO, NUMERADO        00010190
      *    PELA SEQUENCIA 'RETPED' DO SERVICO DE SEQUENCIAL             00010200
      *    (FR05CB34) - UM NUMERO PARA O PEDIDO INTEIRO, UMA            00010210
      *    LINHA DE RETIDO POR ITEM, PARA LIBERACAO OU                  00010220
      *    CANCELAMENTO PELA FR05CB54                                   00010230
      *---------------------------------------------------              00010240
             MOVE 'RETPED' TO SRV-CONT-PROGRAMA.                        00010250
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00010260
             IF NOT SRV-CONT-OK                                         00010270
                 MOVE ' ERRO SEQUENCIA RETPED INDISPONIVEL '            00010280
                     TO WRK-MSG                                         00010290
                 PERFORM 9000-TRATA-ERROS                               00010300
             END-IF.                                                    00010310
             MOVE SRV-CONT-VALOR TO WRK-NUM-RETENCAO.                   00010320
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010330
             PERFORM 0233-GRAVA-UMA-LINHA-RETIDA                        00010340
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010350
             DISPLAY ' PEDIDO RETIDO POR CREDITO: ' WRK-NUM-RETENCAO    00010360
                     ' CLIENTE: ' WRK-PEDIDO-CLI-ID                     00010370
                     ' VALOR: ' WRK-VALOR-PEDIDO.                       00010380
      *---------------------------------------------------              00010390
       0233-GRAVA-UMA-LINHA-RETIDA        SECTION.                      00010400
             ADD 1 TO WRK-IDX-ITEM.                                     00010410
             MOVE WRK-NUM-RETENCAO    TO RTD-NUMERO.                    00010420
             MOVE WRK-IDX-ITEM        TO RTD-ITEM.                      00010430
             MOVE WRK-PEDIDO-CLI-ID   TO RTD-CLI-ID.                    00010440
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)     TO RTD-CODIGO.      00010450
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO RTD-QUANTIDADE.  00010460
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)      TO RTD-PRECO-UNIT.  00010470
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)      TO RTD-VALOR-TOTAL. 00010480
             MOVE WRK-LIMITE-RETENCAO TO RTD-LIMITE-CREDITO.            00010490
             MOVE WRK-SALDO-CLIENTE   TO RTD-SALDO-ABERTO.              00010500
             MOVE WRK-DATA-NEGOCIO    TO RTD-DATA-RETENCAO.             00010510
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)      TO RTD-REGRA-PRECO. 00010520
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)      TO RTD-PRECO-LISTA. 00010530
             MOVE SPACES TO RTD-COND-PAGTO.                             00010540
             WRITE CPRTD01-REGISTRO.                                    00010550
      *---------------------------------------------------              00010560
       0234-GRAVA-PEDIDO                  SECTION.                      00010570
      *    NUMERA O PEDIDO PELA SEQUENCIA DE PEDIDOS (FR05CB34,         00010580
      *    CHAVE FR05CB25), GRAVA AS LINHAS (CADA UMA COMPROMETE O      00010590
      *    SALDO DO SEU PRODUTO) E O CABECALHO COM ORIGEM 'P'           00010600
      *---------------------------------------------------              00010610
             MOVE 'FR05CB25' TO SRV-CONT-PROGRAMA.                      00010620
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00010630
             IF NOT SRV-CONT-OK                                         00010640
                 MOVE ' ERRO SEQUENCIA DE PEDIDOS INDISPONIVEL '        00010650
                     TO WRK-MSG                                         00010660
                 PERFORM 9000-TRATA-ERROS                               00010670
             END-IF.                                                    00010680
             MOVE SRV-CONT-VALOR TO WRK-NUM-PEDIDO.                     00010690
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010700
             PERFORM 0235-GRAVA-UMA-LINHA                               00010710
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010720
             MOVE WRK-NUM-PEDIDO      TO PDC-NUMERO.                    00010730
             MOVE WRK-PEDIDO-CLI-ID   TO PDC-CLI-ID.                    00010740
             MOVE WRK-DATA-NEGOCIO    TO PDC-DATA.                      00010750
             SET PDC-ORIG-PROGRAMADO  TO TRUE.                          00010760
             MOVE SPACES              TO PDC-REF-LOJA.                  00010770
             MOVE WRK-QTD-ITENS       TO PDC-QTD-ITENS.                 00010780
             MOVE WRK-VALOR-PEDIDO    TO PDC-VALOR-TOTAL.               00010790
             SET PDC-ABERTO           TO TRUE.                          00010800
             MOVE ZEROS               TO PDC-NUM-NOTA.                  00010810
             MOVE ZEROS               TO PDC-DATA-FATURA.               00010820
             MOVE SPACES              TO PDC-COND-PAGTO.                00010830
             WRITE CPPDC01-REGISTRO                                     00010840
                 INVALID KEY                                            00010850
                     DISPLAY ' AVISO: CABECALHO JA EXISTE P/ PEDIDO '   00010860
                             PDC-NUMERO                                 00010870
             END-WRITE.                                                 00010880
             MOVE WRK-DATA-NEGOCIO TO CLI-ULT-ATIVIDADE.                00010890
             REWRITE CPCLIE01-REGISTRO.                                 00010900
             DISPLAY ' PEDIDO PROGRAMADO GERADO: ' PDC-NUMERO           00010910
                     ' CLIENTE: ' PDC-CLI-ID                            00010920
                     ' LINHAS: ' PDC-QTD-ITENS.                         00010930
      *---------------------------------------------------              00010940
       0235-GRAVA-UMA-LINHA               SECTION.                      00010950
             ADD 1 TO WRK-IDX-ITEM.                                     00010960
             MOVE WRK-NUM-PEDIDO      TO PED-NUMERO.                    00010970
             MOVE WRK-IDX-ITEM        TO PED-ITEM.                      00010980
             MOVE WRK-PEDIDO-CLI-ID   TO PED-CLI-ID.                    00010990
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)      TO PED-CODIGO.     00011000
             MOVE WRK-ITM-CODIGO-ORIG (WRK-IDX-ITEM)                    00011010
                 TO PED-CODIGO-ORIGINAL.                                00011020
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)  TO PED-QUANTIDADE. 00011030
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)       TO PED-PRECO-UNIT. 00011040
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)       TO PED-VALOR-TOTAL.00011050
             MOVE WRK-DATA-NEGOCIO    TO PED-DATA.                      00011060
             SET PED-ABERTO           TO TRUE.                          00011070
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)       TO PED-REGRA-PRECO.00011080
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)       TO PED-PRECO-LISTA.00011090
             WRITE CPPED01-REGISTRO.                                    00011100
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00011110
             READ PRODUTO-MASTER                                        00011120
                 INVALID KEY                                            00011130
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00011140
                             ' FORA DO MASTER - SEM COMPROMETIMENTO'    00011150
                 NOT INVALID KEY                                        00011160
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00011170
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00011180
                     END-IF                                             00011190
                     ADD PED-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00011200
                     REWRITE CPPRDM01-REGISTRO                          00011210
             END-READ.                                                  00011220
      *---------------------------------------------------              00011230
       0236-AVANCAR-UMA-LINHA             SECTION.                      00011240
      *    RELE A PROGRAMACAO DA LINHA, AVANCA O VENCIMENTO,            00011250
      *    REGISTRA O RESULTADO DA GERACAO E LISTA A LINHA              00011260
      *---------------------------------------------------              00011270
             ADD 1 TO WRK-IDX-ITEM.                                     00011280
             MOVE WRK-ITM-CHAVE (WRK-IDX-ITEM) TO PPG-CHAVE.            00011290
             READ PEDPROG                                               00011300
                 INVALID KEY                                            00011310
                     MOVE ' ERRO PROGRAMACAO DO PEDIDO FORA DO MASTER'  00011320
                         TO WRK-MSG                                     00011330
                     PERFORM 9000-TRATA-ERROS                           00011340
             END-READ.                                                  00011350
             MOVE WRK-ITM-VENCIMENTO (WRK-IDX-ITEM) TO WRK-VENCIMENTO.  00011360
             PERFORM 0240-AVANCAR-VENCIMENTO.                           00011370
             MOVE WRK-DATA-NEGOCIO TO PPG-DATA-ULT-GERACAO.             00011380
             IF WRK-CREDITO-RETIDO                                      00011390
                 SET PPG-ULT-RETIDO TO TRUE                             00011400
                 MOVE WRK-NUM-RETENCAO TO PPG-ULT-PEDIDO                00011410
                 MOVE SPACES TO WRK-DET-SITUACAO                        00011420
                 STRING 'RETIDO POR CREDITO - RETENCAO '                00011430
                        WRK-NUM-RETENCAO                                00011440
                     DELIMITED BY SIZE INTO WRK-DET-SITUACAO            00011450
             ELSE                                                       00011460
                 SET PPG-ULT-GERADO TO TRUE                             00011470
                 MOVE WRK-NUM-PEDIDO TO PPG-ULT-PEDIDO                  00011480
                 MOVE SPACES TO WRK-DET-SITUACAO                        00011490
                 IF WRK-ITM-CODIGO-ORIG (WRK-IDX-ITEM) > ZEROS          00011500
                     STRING 'GERADO NO PEDIDO ' WRK-NUM-PEDIDO          00011510
                            ' (SUBSTITUTO)'                             00011520
                         DELIMITED BY SIZE INTO WRK-DET-SITUACAO        00011530
                 ELSE                                                   00011540
                     STRING 'GERADO NO PEDIDO ' WRK-NUM-PEDIDO          00011550
                         DELIMITED BY SIZE INTO WRK-DET-SITUACAO        00011560
                 END-IF                                                 00011570
             END-IF.                                                    00011580
             REWRITE CPPPG01-REGISTRO.                                  00011590
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM) TO WRK-DET-CODIGO.      00011600
             PERFORM 0290-LISTAR-PROGRAMACAO.                           00011610
      *---------------------------------------------------              00011620
       0240-AVANCAR-VENCIMENTO            SECTION.                      00011630
      *    AVANCA O PROXIMO VENCIMENTO PELA FREQUENCIA ATE PASSAR       00011640
      *    DO HORIZONTE DESTA NOITE (OCORRENCIAS PERDIDAS NAO SAO       00011650
      *    GERADAS EM DOBRO) E ENCERRA A PROGRAMACAO QUE PASSAR DA      00011660
      *    DATA FINAL. FREQUENCIA INVALIDA ENCERRA NA HORA              00011670
      *---------------------------------------------------              00011680
             IF NOT PPG-SEMANAL                                         00011690
                AND NOT PPG-QUINZENAL                                   00011700
                AND NOT PPG-MENSAL                                      00011710
                 SET PPG-ENCERRADO TO TRUE                              00011720
                 ADD 1 TO WRK-CONT-ENCERRADOS                           00011730
                 GO TO 0240-99-FIM                                      00011740
             END-IF.                                                    00011750
             MOVE PPG-PROX-DATA TO WRK-DATA-CALC-NUM.                   00011760
             PERFORM 0241-AVANCAR-UM-PERIODO                            00011770
                 UNTIL WRK-DATA-CALC-NUM NOT < WRK-DATA-LIMITE.         00011780
             MOVE WRK-DATA-CALC-NUM TO PPG-PROX-DATA.                   00011790
             IF PPG-DATA-FIM NUMERIC                                    00011800
                AND PPG-DATA-FIM > ZEROS                                00011810
                AND PPG-PROX-DATA > PPG-DATA-FIM                        00011820
                 SET PPG-ENCERRADO TO TRUE                              00011830
                 ADD 1 TO WRK-CONT-ENCERRADOS                           00011840
             END-IF.                                                    00011850
       0240-99-FIM.            EXIT.                                    00011860
      *---------------------------------------------------              00011870
       0241-AVANCAR-UM-PERIODO            SECTION.                      00011880
             EVALUATE TRUE                                              00011890
                 WHEN PPG-SEMANAL                                       00011900
                     MOVE 7 TO WRK-DIAS-PERIODO                         00011910
                 WHEN PPG-QUINZENAL                                     00011920
                     MOVE 14 TO WRK-DIAS-PERIODO                        00011930
                 WHEN OTHER                                             00011940
                     MOVE ZERO TO WRK-DIAS-PERIODO                      00011950
             END-EVALUATE.                                              00011960
             IF WRK-DIAS-PERIODO > ZERO                                 00011970
                 MOVE ZEROS TO WRK-DIAS-SOMADOS                         00011980
                 PERFORM 0245-SOMAR-UM-DIA                              00011990
                     UNTIL WRK-DIAS-SOMADOS >= WRK-DIAS-PERIODO         00012000
             ELSE                                                       00012010
                 PERFORM 0242-AVANCAR-UM-MES                            00012020
             END-IF.                                                    00012030
      *---------------------------------------------------              00012040
       0242-AVANCAR-UM-MES                SECTION.                      00012050
      *    MENSAL VOLTA SEMPRE AO DIA-BASE DA PROGRAMACAO,              00012060
      *    LIMITADO AO ULTIMO DIA DO MES (DIA 31 VENCE EM 30/04         00012070
      *    E EM 28 OU 29/02 E VOLTA A 31 EM MAIO)                       00012080
      *---------------------------------------------------              00012090
             IF WRK-CALC-MES EQUAL 12                                   00012100
                 MOVE 01 TO WRK-CALC-MES                                00012110
                 ADD 1 TO WRK-CALC-ANO                                  00012120
             ELSE                                                       00012130
                 ADD 1 TO WRK-CALC-MES                                  00012140
             END-IF.                                                    00012150
             PERFORM 0246-APURAR-ULT-DIA.                               00012160
             IF PPG-DIA-BASE NUMERIC                                    00012170
                AND PPG-DIA-BASE > ZEROS                                00012180
                 MOVE PPG-DIA-BASE TO WRK-CALC-DIA                      00012190
             END-IF.                                                    00012200
             IF WRK-CALC-DIA > WRK-CALC-ULT-DIA                         00012210
                 MOVE WRK-CALC-ULT-DIA TO WRK-CALC-DIA                  00012220
             END-IF.                                                    00012230
      *---------------------------------------------------              00012240
       0245-SOMAR-UM-DIA                  SECTION.                      00012250
             ADD 1 TO WRK-DIAS-SOMADOS.                                 00012260
             PERFORM 0246-APURAR-ULT-DIA.                               00012270
             IF WRK-CALC-DIA < WRK-CALC-ULT-DIA                         00012280
                 ADD 1 TO WRK-CALC-DIA                                  00012290
             ELSE                                                       00012300
                 MOVE 01 TO WRK-CALC-DIA                                00012310
                 IF WRK-CALC-MES EQUAL 12                               00012320
                     MOVE 01 TO WRK-CALC-MES                            00012330
                     ADD 1 TO WRK-CALC-ANO                              00012340
                 ELSE                                                   00012350
                     ADD 1 TO WRK-CALC-MES                              00012360
                 END-IF                                                 00012370
             END-IF.                                                    00012380
      *---------------------------------------------------              00012390
       0246-APURAR-ULT-DIA                SECTION.                      00012400
             EVALUATE WRK-CALC-MES                                      00012410
                 WHEN 04                                                00012420
                 WHEN 06                                                00012430
                 WHEN 09                                                00012440
                 WHEN 11                                                00012450
                     MOVE 30 TO WRK-CALC-ULT-DIA                        00012460
                 WHEN 02                                                00012470
                     DIVIDE WRK-CALC-ANO BY 4                           00012480
                         GIVING WRK-CALC-QUOC                           00012490
                         REMAINDER WRK-CALC-RESTO                       00012500
                     IF WRK-CALC-RESTO EQUAL ZEROS                      00012510
                         MOVE 29 TO WRK-CALC-ULT-DIA                    00012520
                     ELSE                                               00012530
                         MOVE 28 TO WRK-CALC-ULT-DIA                    00012540
                     END-IF                                             00012550
                 WHEN OTHER                                             00012560
                     MOVE 31 TO WRK-CALC-ULT-DIA                        00012570
             END-EVALUATE.                                              00012580
      *---------------------------------------------------              00012590
       0290-LISTAR-PROGRAMACAO            SECTION.                      00012600
      *    LISTA A PROGRAMACAO TRATADA - O PRODUTO E A SITUACAO         00012610
      *    JA VEM MONTADOS PELO CHAMADOR                                00012620
      *---------------------------------------------------              00012630
             MOVE PPG-CLI-ID     TO WRK-DET-CLI-ID.                     00012640
             MOVE PPG-SEQ        TO WRK-DET-SEQ.                        00012650
             MOVE PPG-QUANTIDADE TO WRK-DET-QUANTIDADE.                 00012660
             MOVE WRK-VENCIMENTO TO WRK-DET-VENCIMENTO.                 00012670
             IF PPG-ENCERRADO                                           00012680
                 MOVE ZEROS TO WRK-DET-PROX-DATA                        00012690
             ELSE                                                       00012700
                 MOVE PPG-PROX-DATA TO WRK-DET-PROX-DATA                00012710
             END-IF.                                                    00012720
             WRITE REL-LINHA FROM WRK-DETALHE.                          00012730
      *---------------------------------------------------              00012740
       0300-FINALIZAR                     SECTION.                      00012750
             IF WRK-QTD-ITENS > ZERO                                    00012760
                 PERFORM 0230-FECHAR-PEDIDO                             00012770
             END-IF.                                                    00012780
             PERFORM 0310-GRAVA-CONTROLE.                               00012790
             MOVE WRK-CONT-LIDOS                                        00012800
                 TO WRK-STT-REGISTROS.                                  00012810
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00012820
             CLOSE PEDPROG.                                             00012830
             CLOSE CLIENTE-MASTER.                                      00012840
             CLOSE PRODUTO-MASTER.                                      00012850
             IF WRK-FS-PROMO NOT EQUAL '35'                             00012860
                 CLOSE PROMO-MASTER                                     00012870
             END-IF.                                                    00012880
             IF WRK-FS-KIT NOT EQUAL '35'                               00012890
                 CLOSE KIT-MASTER                                       00012900
             END-IF.                                                    00012910
             CLOSE PEDIDOS.                                             00012920
             CLOSE PEDIDO-CABEC.                                        00012930
             CLOSE RETIDOS.                                             00012940
             CLOSE RELPPG.                                              00012950
             CLOSE CONTROLE.                                            00012960
             DISPLAY '==============================='.                 00012970
             DISPLAY ' PROGRAMACOES LIDAS.: ' WRK-CONT-LIDOS.           00012980
             DISPLAY ' VENCIDAS...........: ' WRK-CONT-VENCIDOS.        00012990
             DISPLAY ' LINHAS GERADAS.....: ' WRK-CONT-GERADOS.         00013000
             DISPLAY ' PEDIDOS GERADOS....: ' WRK-CONT-PEDIDOS.         00013010
             DISPLAY ' PEDIDOS RETIDOS....: ' WRK-CONT-PED-RETIDOS.     00013020
             DISPLAY ' LINHAS RETIDAS.....: ' WRK-CONT-RETIDOS.         00013030
             DISPLAY ' REJEITADAS.........: ' WRK-CONT-REJEITADOS.      00013040
             DISPLAY ' ENCERRADAS.........: ' WRK-CONT-ENCERRADOS.      00013050
             DISPLAY ' SUBSTITUIDAS.......: ' WRK-CONT-SUBSTITUIDOS.    00013060
             DISPLAY '==============================='.                 00013070
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00013080
             PERFORM 9000-TRATA-ERROS.                                  00013090
      *---------------------------------------------------              00013100
       0310-GRAVA-CONTROLE                SECTION.                      00013110
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00013120
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00013130
      *---------------------------------------------------              00013140
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00013150
             MOVE SPACES              TO CTL-DATA-HORA.                 00013160
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00013170
             MOVE WRK-CONT-GERADOS    TO CTL-QTD-GRAVADOS.              00013180
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00013190
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00013200
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00013210
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00013220
             MOVE ZERO                TO CTL-QTD-FONTES.                00013230
             WRITE CPCTRL01-REGISTRO.                                   00013240
      *---------------------------------------------------              00013250
       9000-TRATA-ERROS                   SECTION.                      00013260
      *---------------------------------------------------              00013270
             PERFORM 9050-GRAVAR-ERRLOG.                                00013280
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00013290
             STOP RUN.                                                  00013300
      *--------------------------------------------------------------   00013310
       9000-99-FIM.            EXIT.                                    00013320
      *--------------------------------------------------------------   00013330
