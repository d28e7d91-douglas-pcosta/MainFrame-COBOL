      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB08.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: PROJECAO DE CAIXA DAS PROXIMAS 13 SEMANAS         00000120
      *               (SEMANA 1 COMECA NA DATA DE NEGOCIO).             00000130
      *               ENTRADAS: SALDO DOS TITULOS EM ABERTO DO          00000140
      *               CONTAS A RECEBER (CPREC01) PELO VENCIMENTO,       00000150
      *               DESLOCADO PELO ATRASO MEDIO REAL DO CLIENTE       00000160
      *               NOS TITULOS JA PAGOS. SAIDAS: PEDIDOS DE          00000170
      *               COMPRA ABERTOS (CPPOR01) NA QUANTIDADE AINDA      00000180
      *               NAO RECEBIDA NEM FATURADA, VALORIZADA PELO        00000190
      *               CUSTO DO PRODUTO (PRDM-CUSTO-UNIT) E DATADA       00000200
      *               PELA EMISSAO MAIS O PRAZO DE ENTREGA E O          00000210
      *               PRAZO DE PAGAMENTO DO FORNECEDOR (CPFOR01),       00000220
      *               MAIS AS NOTAS DE FORNECEDOR JA LANCADAS E         00000230
      *               NAO PAGAS NO CONTAS A PAGAR (CPPAG01) PELO        00000240
      *               VENCIMENTO. O QUE JA VENCEU ENTRA NA SEMANA       00000250
      *               1. IMPRIME ENTRADAS, SAIDAS, LIQUIDO E A          00000260
      *               POSICAO ACUMULADA SEMANA A SEMANA A PARTIR        00000270
      *               DO SALDO INICIAL DO CARTAO DA SYSIN               00000280
      *               (OPCIONAL), MARCANDO A SEMANA NEGATIVA            00000290
      *-------------------------------------------------------*         00000300
      *     HISTORICO DE ALTERACOES                                     00000310
      *     DATA        AUTOR   DESCRICAO                               00000320
      *     ----------  ------  --------------------------------        00000330
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000340
      *=======================================================*         00000350
                                                                        00000360
      *=======================================================*         00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=======================================================*         00000390
       INPUT-OUTPUT                              SECTION.               00000400
       FILE-CONTROL.                                                    00000410
             SELECT CONTASREC ASSIGN TO ARQREC                          00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS REC-CHAVE                               00000450
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000460
                                                                        00000470
             SELECT PEDCOMPRA ASSIGN TO ARQPOR                          00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS SEQUENTIAL                              00000500
                RECORD KEY   IS POR-NUMERO                              00000510
                FILE STATUS  IS WRK-FS-PEDCOMPRA.                       00000520
                                                                        00000530
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS FRN-CODIGO                              00000570
                FILE STATUS  IS WRK-FS-FORNEC.                          00000580
                                                                        00000590
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS PRDM-CODIGO                             00000630
                FILE STATUS  IS WRK-FS-PRDM.                            00000640
                                                                        00000650
             SELECT CONTAS-PAGAR ASSIGN TO ARQPAG                       00000660
                ORGANIZATION IS INDEXED                                 00000670
                ACCESS MODE  IS SEQUENTIAL                              00000680
                RECORD KEY   IS PAG-CHAVE                               00000690
                FILE STATUS  IS WRK-FS-PAGAR.                           00000700
                                                                        00000710
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000720
                FILE STATUS  IS WRK-FS-SYSIN.                           00000730
                                                                        00000740
             SELECT RELFLUXO ASSIGN TO ARQRPT                           00000750
                FILE STATUS  IS WRK-FS-RELFLUXO.                        00000760
                                                                        00000770
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000780
                ORGANIZATION IS INDEXED                                 00000790
                ACCESS MODE  IS DYNAMIC                                 00000800
                RECORD KEY   IS CAL-DATA                                00000810
                FILE STATUS  IS WRK-FS-CALEND.                          00000820
                                                                        00000830
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000840
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000850
                                                                        00000860
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000870
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000880
      *=======================================================*         00000890
       DATA                                      DIVISION.              00000900
      *=======================================================*         00000910
       FILE                                      SECTION.               00000920
       FD CONTASREC.                                                    00000930
           COPY CPREC01.                                                00000940
                                                                        00000950
       FD PEDCOMPRA.                                                    00000960
           COPY CPPOR01.                                                00000970
                                                                        00000980
       FD FORNEC-MASTER.                                                00000990
           COPY CPFOR01.                                                00001000
                                                                        00001010
       FD PRODUTO-MASTER.                                               00001020
           COPY CPPRDM01.                                               00001030
                                                                        00001040
       FD CONTAS-PAGAR.                                                 00001050
           COPY CPPAG01.                                                00001060
                                                                        00001070
       FD ENTRADA-SYSIN                                                 00001080
           RECORDING MODE IS F                                          00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
       01 SYSIN-REGISTRO             PIC X(016).                        00001110
                                                                        00001120
       FD RELFLUXO                                                      00001130
           RECORDING MODE IS F                                          00001140
           BLOCK CONTAINS 0 RECORDS.                                    00001150
       01 REL-LINHA                    PIC X(132).                      00001160
                                                                        00001170
       FD CALENDARIO.                                                   00001180
           COPY CPCAL01.                                                00001190
                                                                        00001200
       FD ERRLOG.                                                       00001210
           COPY CPERRL01.                                               00001220
                                                                        00001230
       FD ESTATIS                                                       00001240
           RECORDING MODE IS F                                          00001250
           BLOCK CONTAINS 0 RECORDS.                                    00001260
           COPY CPSTA01.                                                00001270
      *---------------------------------------------------              00001280
       WORKING-STORAGE                           SECTION.               00001290
      *---------------------------------------------------              00001300
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001310
       77 WRK-FS-PEDCOMPRA    PIC X(02) VALUE SPACES.                   00001320
       77 WRK-FS-FORNEC       PIC X(02) VALUE SPACES.                   00001330
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001340
       77 WRK-FS-PAGAR        PIC X(02) VALUE SPACES.                   00001350
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001360
       77 WRK-FS-RELFLUXO     PIC X(02) VALUE SPACES.                   00001370
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001380
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001390
       77 WRK-CONT-PAGOS      PIC 9(09) COMP VALUE ZERO.                00001400
       77 WRK-CONT-ABERTOS    PIC 9(09) COMP VALUE ZERO.                00001410
       77 WRK-CONT-PEDIDOS    PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-NOTAS-PAG  PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-CONT-SEMANAS-NEG PIC 9(04) COMP VALUE ZERO.               00001440
      *---------------------------------------------------              00001450
      *    CARTAO OPCIONAL DA SYSIN: SALDO DE CAIXA INICIAL             00001460
      *    (POS 1-15, 13 INTEIROS E 2 DECIMAIS) E '-' NA POS 16         00001470
      *    QUANDO NEGATIVO - SEM CARTAO, PARTE DE ZERO                  00001480
      *---------------------------------------------------              00001490
       01 WRK-CARTAO-SALDO.                                             00001500
          05 WRK-CRT-VALOR        PIC 9(13)V99.                         00001510
          05 WRK-CRT-SINAL        PIC X(01).                            00001520
       77 WRK-SALDO-INICIAL   PIC S9(13)V99 COMP-3 VALUE ZERO.          00001530
       77 WRK-POSICAO         PIC S9(13)V99 COMP-3 VALUE ZERO.          00001540
       77 WRK-LIQUIDO         PIC S9(13)V99 COMP-3 VALUE ZERO.          00001550
      *---------------------------------------------------              00001560
      *    CONTAGEM DE DIAS CORRIDOS (CALENDARIO REAL, COM ANO          00001570
      *    BISSEXTO) - A PROJECAO EM SEMANAS NAO PODE USAR O MES        00001580
      *    COMERCIAL DE 30 DIAS DO AGING                                00001590
      *---------------------------------------------------              00001600
       77 WRK-DIAS-CORRIDOS   PIC S9(09) COMP VALUE ZERO.               00001610
       77 WRK-DIAS-HOJE       PIC S9(09) COMP VALUE ZERO.               00001620
       77 WRK-DIAS-VENCTO     PIC S9(09) COMP VALUE ZERO.               00001630
       77 WRK-DIAS-ESPERADO   PIC S9(09) COMP VALUE ZERO.               00001640
       77 WRK-DIAS-ATRASO     PIC S9(09) COMP VALUE ZERO.               00001650
       77 WRK-DIAS-ENTREGA    PIC 9(03) VALUE ZERO.                     00001660
       77 WRK-DIAS-PAGTO      PIC 9(03) VALUE ZERO.                     00001670
       77 WRK-PRAZO-PADRAO    PIC 9(03) VALUE 30.                       00001680
       77 WRK-CNT-ANO         PIC 9(05) COMP VALUE ZERO.                00001690
       77 WRK-CNT-MES         PIC 9(02) COMP VALUE ZERO.                00001700
       77 WRK-CNT-Q4          PIC 9(05) COMP VALUE ZERO.                00001710
       77 WRK-CNT-Q100        PIC 9(05) COMP VALUE ZERO.                00001720
       77 WRK-CNT-Q400        PIC 9(05) COMP VALUE ZERO.                00001730
       77 WRK-CNT-DIAS-MES    PIC 9(05) COMP VALUE ZERO.                00001740
       01 WRK-DATA-DECOMPOSTA.                                          00001750
          05 WRK-DEC-ANO         PIC 9(04).                             00001760
          05 WRK-DEC-MES         PIC 9(02).                             00001770
          05 WRK-DEC-DIA         PIC 9(02).                             00001780
      *---------------------------------------------------              00001790
      *    DATA CORRENTE DA IMPRESSAO, AVANCADA DIA A DIA PARA          00001800
      *    ROTULAR O INICIO E O FIM DE CADA SEMANA                      00001810
      *---------------------------------------------------              00001820
       77 WRK-DIAS-NO-MES     PIC 9(02) VALUE ZERO.                     00001830
       77 WRK-RESTO-4         PIC 9(04) VALUE ZERO.                     00001840
       77 WRK-QUOC-4          PIC 9(04) VALUE ZERO.                     00001850
       01 WRK-DATA-SEMANA.                                              00001860
          05 WRK-SEM-ANO         PIC 9(04).                             00001870
          05 WRK-SEM-MES         PIC 9(02).                             00001880
          05 WRK-SEM-DIA         PIC 9(02).                             00001890
      *---------------------------------------------------              00001900
      *    APURACAO DE UM LANCAMENTO DA PROJECAO                        00001910
      *---------------------------------------------------              00001920
       77 WRK-SALDO-TITULO    PIC S9(11)V99 COMP-3 VALUE ZERO.          00001930
       77 WRK-QTD-PENDENTE    PIC S9(08) COMP VALUE ZERO.               00001940
       77 WRK-QTD-BAIXADA     PIC 9(07) VALUE ZERO.                     00001950
       77 WRK-CUSTO-UNIT      PIC 9(07)V99 VALUE ZERO.                  00001960
       77 WRK-VALOR-LANC      PIC 9(13)V99 COMP-3 VALUE ZERO.           00001970
       77 WRK-SEMANA          PIC 9(09) COMP VALUE ZERO.                00001980
       01 WRK-SW-VENCIDO.                                               00001990
          05 WRK-SW-VENCIDO-IND      PIC X(01) VALUE 'N'.               00002000
             88 WRK-LANC-VENCIDO           VALUE 'S'.                   00002010
             88 WRK-LANC-A-VENCER          VALUE 'N'.                   00002020
      *---------------------------------------------------              00002030
      *    ATRASO MEDIO POR CLIENTE, APURADO NOS TITULOS PAGOS          00002040
      *    (PAGAMENTO ANTECIPADO CONTA COMO ATRASO ZERO)                00002050
      *---------------------------------------------------              00002060
       77 WRK-MAX-CLIENTES    PIC 9(04) COMP VALUE 5000.                00002070
       77 WRK-QTD-CLIENTES    PIC 9(04) COMP VALUE ZERO.                00002080
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00002090
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00002100
       77 WRK-ATRASO-MEDIO    PIC 9(05) COMP VALUE ZERO.                00002110
       01 WRK-TABELA-CLIENTES.                                          00002120
          05 WRK-ENT-CLIENTE OCCURS 5000 TIMES.                         00002130
             10 WRK-CLI-ID            PIC 9(05).                        00002140
             10 WRK-CLI-DIAS-ATRASO   PIC 9(09) COMP.                   00002150
             10 WRK-CLI-QTD-PAGOS     PIC 9(07) COMP.                   00002160
      *---------------------------------------------------              00002170
      *    AS 13 SEMANAS DA PROJECAO E O QUE FICA FORA DELAS            00002180
      *---------------------------------------------------              00002190
       77 WRK-MAX-SEMANAS     PIC 9(02) COMP VALUE 13.                  00002200
       77 WRK-IDX-SEM         PIC 9(02) COMP VALUE ZERO.                00002210
       01 WRK-TABELA-SEMANAS.                                           00002220
          05 WRK-ENT-SEMANA OCCURS 13 TIMES.                            00002230
             10 WRK-SEM-ENTRADAS      PIC 9(13)V99 COMP-3.              00002240
             10 WRK-SEM-SAIDAS        PIC 9(13)V99 COMP-3.              00002250
       77 WRK-VENC-ENTRADAS   PIC 9(13)V99 COMP-3 VALUE ZERO.           00002260
       77 WRK-VENC-SAIDAS     PIC 9(13)V99 COMP-3 VALUE ZERO.           00002270
       77 WRK-ALEM-ENTRADAS   PIC 9(13)V99 COMP-3 VALUE ZERO.           00002280
       77 WRK-ALEM-SAIDAS     PIC 9(13)V99 COMP-3 VALUE ZERO.           00002290
       77 WRK-TOT-ENTRADAS    PIC 9(13)V99 COMP-3 VALUE ZERO.           00002300
       77 WRK-TOT-SAIDAS      PIC 9(13)V99 COMP-3 VALUE ZERO.           00002310
      *---------------------------------------------------              00002320
      *    LINHAS DO RELATORIO                                          00002330
      *---------------------------------------------------              00002340
       01 WRK-CABEC1.                                                   00002350
          05 FILLER               PIC X(48) VALUE                       00002360
             'PROJECAO DE CAIXA - 13 SEMANAS - DATA NEGOCIO: '.         00002370
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002380
          05 FILLER               PIC X(18) VALUE                       00002390
             '  SALDO INICIAL: '.                                       00002400
          05 WRK-CAB-SALDO        PIC -Z(12)9.99.                       00002410
                                                                        00002420
       01 WRK-CABEC2.                                                   00002430
          05 FILLER               PIC X(50) VALUE                       00002440
             'SEM  INICIO    FIM              ENTRADAS          '.      00002450
          05 FILLER               PIC X(50) VALUE                       00002460
             'SAIDAS           LIQUIDO         POSICAO'.                00002470
                                                                        00002480
       01 WRK-DETALHE.                                                  00002490
          05 WRK-DET-SEMANA       PIC Z9.                               00002500
          05 FILLER               PIC X(03) VALUE SPACES.               00002510
          05 WRK-DET-INICIO       PIC 9(08).                            00002520
          05 FILLER               PIC X(02) VALUE SPACES.               00002530
          05 WRK-DET-FIM          PIC 9(08).                            00002540
          05 FILLER               PIC X(02) VALUE SPACES.               00002550
          05 WRK-DET-ENTRADAS     PIC Z(12)9.99.                        00002560
          05 FILLER               PIC X(02) VALUE SPACES.               00002570
          05 WRK-DET-SAIDAS       PIC Z(12)9.99.                        00002580
          05 FILLER               PIC X(02) VALUE SPACES.               00002590
          05 WRK-DET-LIQUIDO      PIC -Z(12)9.99.                       00002600
          05 FILLER               PIC X(02) VALUE SPACES.               00002610
          05 WRK-DET-POSICAO      PIC -Z(12)9.99.                       00002620
          05 FILLER               PIC X(02) VALUE SPACES.               00002630
          05 WRK-DET-ALERTA       PIC X(16).                            00002640
                                                                        00002650
       01 WRK-LINHA-TOTAL.                                              00002660
          05 WRK-TOT-ROTULO       PIC X(25).                            00002670
          05 WRK-TOT-ENT          PIC Z(12)9.99.                        00002680
          05 FILLER               PIC X(02) VALUE SPACES.               00002690
          05 WRK-TOT-SAI          PIC Z(12)9.99.                        00002700
                                                                        00002710
       01 WRK-LINHA-RODAPE.                                             00002720
          05 FILLER               PIC X(30) VALUE                       00002730
             'SEMANAS COM POSICAO NEGATIVA: '.                          00002740
          05 WRK-ROD-NEGATIVAS    PIC Z9.                               00002750
       COPY CPCAB01.                                                    00002760
       COPY CPERR01.                                                    00002770
       COPY CPDTA01.                                                    00002780
       COPY CPSTT01.                                                    00002790
      *=========================================*                       00002800
       PROCEDURE DIVISION.                                              00002810
      *=========================================*                       00002820
                                                                        00002830
      *---------------------------------------------------              00002840
       0000-PRINCIPAL                     SECTION.                      00002850
      *---------------------------------------------------              00002860
             PERFORM 0100-INICIAR.                                      00002870
             PERFORM 0200-APURAR-ATRASO-MEDIO                           00002880
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00002890
             PERFORM 0220-REPOSICIONAR-RECEBER.                         00002900
             PERFORM 0230-PROJETAR-ENTRADAS                             00002910
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00002920
             PERFORM 0250-PROJETAR-PEDIDOS                              00002930
                 UNTIL WRK-FS-PEDCOMPRA NOT EQUAL ZEROS.                00002940
             IF WRK-FS-PAGAR EQUAL ZEROS                                00002950
                 PERFORM 0270-PROJETAR-PAGAR                            00002960
                     UNTIL WRK-FS-PAGAR NOT EQUAL ZEROS                 00002970
             END-IF.                                                    00002980
             PERFORM 0300-FINALIZAR.                                    00002990
      *---------------------------------------------------              00003000
       0000-99-FIM.            EXIT.                                    00003010
      *---------------------------------------------------              00003020
                                                                        00003030
       0100-INICIAR                       SECTION.                      00003040
             MOVE 'FR06CB08' TO WRK-CAB-PROGRAMA.                       00003050
             PERFORM 0101-CABECALHO-PADRAO.                             00003060
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003070
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003080
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003090
             OPEN INPUT CONTASREC.                                      00003100
             OPEN INPUT PEDCOMPRA.                                      00003110
             OPEN INPUT FORNEC-MASTER.                                  00003120
             OPEN INPUT PRODUTO-MASTER.                                 00003130
             OPEN INPUT CONTAS-PAGAR.                                   00003140
             IF WRK-FS-PAGAR EQUAL '35'                                 00003150
                 DISPLAY ' AVISO: CONTAS A PAGAR AUSENTE - '            00003160
                         'PROJECAO SO COM PEDIDOS DE COMPRA'            00003170
             END-IF.                                                    00003180
             OPEN INPUT ENTRADA-SYSIN.                                  00003190
             OPEN OUTPUT RELFLUXO.                                      00003200
             PERFORM 0110-TESTAR-STATUS.                                00003210
             PERFORM 0107-LER-SALDO-INICIAL.                            00003220
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00003230
             PERFORM 0120-CONTAR-DIAS.                                  00003240
             MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-HOJE.                   00003250
             MOVE ZEROS TO WRK-IDX-SEM.                                 00003260
             PERFORM 0115-ZERAR-SEMANA 13 TIMES.                        00003270
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003280
             MOVE WRK-SALDO-INICIAL TO WRK-CAB-SALDO.                   00003290
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003300
             MOVE SPACES TO REL-LINHA.                                  00003310
             WRITE REL-LINHA.                                           00003320
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003330
      *---------------------------------------------------              00003340
       0100-99-FIM.            EXIT.                                    00003350
      *---------------------------------------------------              00003360
           COPY CPCAB02.                                                00003370
           COPY CPERR02.                                                00003380
           COPY CPDTA02.                                                00003390
           COPY CPSTT02.                                                00003400
      *---------------------------------------------------              00003410
       0107-LER-SALDO-INICIAL             SECTION.                      00003420
      *    LE O CARTAO OPCIONAL COM O SALDO DE CAIXA INICIAL -          00003430
      *    SEM CARTAO (OU NAO NUMERICO), A POSICAO PARTE DE ZERO        00003440
      *---------------------------------------------------              00003450
             READ ENTRADA-SYSIN INTO WRK-CARTAO-SALDO.                  00003460
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003470
                AND WRK-CRT-VALOR NUMERIC                               00003480
                 MOVE WRK-CRT-VALOR TO WRK-SALDO-INICIAL                00003490
                 IF WRK-CRT-SINAL EQUAL '-'                             00003500
                     COMPUTE WRK-SALDO-INICIAL =                        00003510
                         ZERO - WRK-SALDO-INICIAL                       00003520
                 END-IF                                                 00003530
             ELSE                                                       00003540
                 MOVE ZEROS TO WRK-SALDO-INICIAL                        00003550
             END-IF.                                                    00003560
             CLOSE ENTRADA-SYSIN.                                       00003570
      *---------------------------------------------------              00003580
       0110-TESTAR-STATUS                 SECTION.                      00003590
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003600
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003610
                 PERFORM 9000-TRATA-ERROS                               00003620
             END-IF.                                                    00003630
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00003640
                 MOVE ' ERRO OPEN PEDIDOS DE COMPRA ' TO WRK-MSG        00003650
                 PERFORM 9000-TRATA-ERROS                               00003660
             END-IF.                                                    00003670
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00003680
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00003690
                 PERFORM 9000-TRATA-ERROS                               00003700
             END-IF.                                                    00003710
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003720
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003730
                 PERFORM 9000-TRATA-ERROS                               00003740
             END-IF.                                                    00003750
             IF WRK-FS-PAGAR NOT EQUAL ZEROS                            00003760
                AND WRK-FS-PAGAR NOT EQUAL '35'                         00003770
                 MOVE ' ERRO OPEN CONTAS A PAGAR ' TO WRK-MSG           00003780
                 PERFORM 9000-TRATA-ERROS                               00003790
             END-IF.                                                    00003800
             IF WRK-FS-RELFLUXO NOT EQUAL ZEROS                         00003810
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003820
                 PERFORM 9000-TRATA-ERROS                               00003830
             END-IF.                                                    00003840
      *---------------------------------------------------              00003850
       0115-ZERAR-SEMANA                  SECTION.                      00003860
             ADD 1 TO WRK-IDX-SEM.                                      00003870
             MOVE ZEROS TO WRK-SEM-ENTRADAS (WRK-IDX-SEM).              00003880
             MOVE ZEROS TO WRK-SEM-SAIDAS (WRK-IDX-SEM).                00003890
      *---------------------------------------------------              00003900
       0120-CONTAR-DIAS                   SECTION.                      00003910
      *    CONVERTE A DATA DECOMPOSTA EM NUMERO DE DIAS CORRIDOS        00003920
      *    DO CALENDARIO GREGORIANO - JANEIRO E FEVEREIRO CONTAM        00003930
      *    COMO MESES 13 E 14 DO ANO ANTERIOR, PARA O DIA 29/02         00003940
      *    CAIR NO FIM DO ANO DE CONTAGEM                               00003950
      *---------------------------------------------------              00003960
             IF WRK-DEC-MES < 3                                         00003970
                 COMPUTE WRK-CNT-ANO = WRK-DEC-ANO - 1                  00003980
                 COMPUTE WRK-CNT-MES = WRK-DEC-MES + 12                 00003990
             ELSE                                                       00004000
                 MOVE WRK-DEC-ANO TO WRK-CNT-ANO                        00004010
                 MOVE WRK-DEC-MES TO WRK-CNT-MES                        00004020
             END-IF.                                                    00004030
             DIVIDE WRK-CNT-ANO BY 4   GIVING WRK-CNT-Q4.               00004040
             DIVIDE WRK-CNT-ANO BY 100 GIVING WRK-CNT-Q100.             00004050
             DIVIDE WRK-CNT-ANO BY 400 GIVING WRK-CNT-Q400.             00004060
             COMPUTE WRK-CNT-DIAS-MES =                                 00004070
                 (153 * (WRK-CNT-MES - 3) + 2) / 5.                     00004080
             COMPUTE WRK-DIAS-CORRIDOS =                                00004090
                 WRK-CNT-ANO * 365 + WRK-CNT-Q4 - WRK-CNT-Q100          00004100
                 + WRK-CNT-Q400 + WRK-CNT-DIAS-MES + WRK-DEC-DIA.       00004110
      *---------------------------------------------------              00004120
       0200-APURAR-ATRASO-MEDIO           SECTION.                      00004130
      *    PRIMEIRA PASSAGEM: ACUMULA POR CLIENTE OS DIAS DE            00004140
      *    ATRASO DOS TITULOS NORMAIS JA PAGOS (PAGAMENTO MENOS         00004150
      *    VENCIMENTO). TITULO DE ENCARGOS JA NASCE VENCIDO E           00004160
      *    NAO ENTRA NA MEDIA                                           00004170
      *---------------------------------------------------              00004180
             READ CONTASREC NEXT RECORD.                                00004190
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00004200
                 GO TO 0200-99-FIM                                      00004210
             END-IF.                                                    00004220
             ADD 1 TO WRK-CONT-LIDOS.                                   00004230
             IF NOT REC-SIT-PAGO                                        00004240
                OR NOT REC-TITULO-NORMAL                                00004250
                OR REC-DATA-VENCIMENTO NOT NUMERIC                      00004260
                OR REC-DATA-VENCIMENTO EQUAL ZEROS                      00004270
                OR REC-DATA-PAGAMENTO NOT NUMERIC                       00004280
                OR REC-DATA-PAGAMENTO EQUAL ZEROS                       00004290
                 GO TO 0200-99-FIM                                      00004300
             END-IF.                                                    00004310
             ADD 1 TO WRK-CONT-PAGOS.                                   00004320
             MOVE REC-DATA-VENCIMENTO TO WRK-DATA-DECOMPOSTA.           00004330
             PERFORM 0120-CONTAR-DIAS.                                  00004340
             MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-VENCTO.                 00004350
             MOVE REC-DATA-PAGAMENTO TO WRK-DATA-DECOMPOSTA.            00004360
             PERFORM 0120-CONTAR-DIAS.                                  00004370
             COMPUTE WRK-DIAS-ATRASO =                                  00004380
                 WRK-DIAS-CORRIDOS - WRK-DIAS-VENCTO.                   00004390
             IF WRK-DIAS-ATRASO < ZERO                                  00004400
                 MOVE ZERO TO WRK-DIAS-ATRASO                           00004410
             END-IF.                                                    00004420
             PERFORM 0205-PROCURAR-CLIENTE.                             00004430
             IF WRK-IDX-ACHADO EQUAL ZERO                               00004440
                 IF WRK-QTD-CLIENTES >= WRK-MAX-CLIENTES                00004450
                     MOVE ' ERRO CLIENTES EXCEDEM TABELA '              00004460
                         TO WRK-MSG                                     00004470
                     PERFORM 9000-TRATA-ERROS                           00004480
                 END-IF                                                 00004490
                 ADD 1 TO WRK-QTD-CLIENTES                              00004500
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-ACHADO                00004510
                 MOVE REC-CLI-ID TO WRK-CLI-ID (WRK-IDX-ACHADO)         00004520
                 MOVE ZERO TO WRK-CLI-DIAS-ATRASO (WRK-IDX-ACHADO)      00004530
                 MOVE ZERO TO WRK-CLI-QTD-PAGOS (WRK-IDX-ACHADO)        00004540
             END-IF.                                                    00004550
             ADD WRK-DIAS-ATRASO                                        00004560
                 TO WRK-CLI-DIAS-ATRASO (WRK-IDX-ACHADO).               00004570
             ADD 1 TO WRK-CLI-QTD-PAGOS (WRK-IDX-ACHADO).               00004580
       0200-99-FIM.            EXIT.                                    00004590
      *---------------------------------------------------              00004600
       0205-PROCURAR-CLIENTE              SECTION.                      00004610
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004620
             MOVE ZERO TO WRK-IDX.                                      00004630
             PERFORM 0206-PROCURAR-UM-CLIENTE                           00004640
                 UNTIL WRK-IDX >= WRK-QTD-CLIENTES                      00004650
                    OR WRK-IDX-ACHADO > ZERO.                           00004660
      *---------------------------------------------------              00004670
       0206-PROCURAR-UM-CLIENTE           SECTION.                      00004680
             ADD 1 TO WRK-IDX.                                          00004690
             IF WRK-CLI-ID (WRK-IDX) EQUAL REC-CLI-ID                   00004700
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00004710
             END-IF.                                                    00004720
      *---------------------------------------------------              00004730
       0220-REPOSICIONAR-RECEBER          SECTION.                      00004740
      *    VOLTA AO INICIO DO CONTAS A RECEBER PARA A SEGUNDA           00004750
      *    PASSAGEM                                                     00004760
      *---------------------------------------------------              00004770
             MOVE LOW-VALUES TO REC-CHAVE.                              00004780
             START CONTASREC KEY NOT < REC-CHAVE                        00004790
                 INVALID KEY                                            00004800
                     MOVE '10' TO WRK-FS-CONTASREC                      00004810
                 NOT INVALID KEY                                        00004820
                     MOVE ZEROS TO WRK-FS-CONTASREC                     00004830
             END-START.                                                 00004840
      *---------------------------------------------------              00004850
       0230-PROJETAR-ENTRADAS             SECTION.                      00004860
      *    SEGUNDA PASSAGEM: O SALDO DE CADA TITULO EM ABERTO           00004870
      *    ENTRA NA SEMANA DO VENCIMENTO MAIS O ATRASO MEDIO DO         00004880
      *    CLIENTE (CLIENTE SEM TITULO PAGO NAO DESLOCA)                00004890
      *---------------------------------------------------              00004900
             READ CONTASREC NEXT RECORD.                                00004910
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00004920
                 GO TO 0230-99-FIM                                      00004930
             END-IF.                                                    00004940
             IF NOT REC-SIT-ABERTO                                      00004950
                 GO TO 0230-99-FIM                                      00004960
             END-IF.                                                    00004970
             COMPUTE WRK-SALDO-TITULO = REC-VALOR - REC-VALOR-PAGO.     00004980
             IF WRK-SALDO-TITULO NOT > ZERO                             00004990
                 GO TO 0230-99-FIM                                      00005000
             END-IF.                                                    00005010
             ADD 1 TO WRK-CONT-ABERTOS.                                 00005020
             MOVE WRK-DIAS-HOJE TO WRK-DIAS-ESPERADO.                   00005030
             IF REC-DATA-VENCIMENTO NUMERIC                             00005040
                AND REC-DATA-VENCIMENTO NOT EQUAL ZEROS                 00005050
                 MOVE REC-DATA-VENCIMENTO TO WRK-DATA-DECOMPOSTA        00005060
                 PERFORM 0120-CONTAR-DIAS                               00005070
                 MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ESPERADO            00005080
             END-IF.                                                    00005090
             PERFORM 0205-PROCURAR-CLIENTE.                             00005100
             IF WRK-IDX-ACHADO > ZERO                                   00005110
                 COMPUTE WRK-ATRASO-MEDIO ROUNDED =                     00005120
                     WRK-CLI-DIAS-ATRASO (WRK-IDX-ACHADO)               00005130
                     / WRK-CLI-QTD-PAGOS (WRK-IDX-ACHADO)               00005140
                 ADD WRK-ATRASO-MEDIO TO WRK-DIAS-ESPERADO              00005150
             END-IF.                                                    00005160
             PERFORM 0240-APURAR-SEMANA.                                00005170
             MOVE WRK-SALDO-TITULO TO WRK-VALOR-LANC.                   00005180
             ADD WRK-VALOR-LANC TO WRK-TOT-ENTRADAS.                    00005190
             IF WRK-SEMANA > WRK-MAX-SEMANAS                            00005200
                 ADD WRK-VALOR-LANC TO WRK-ALEM-ENTRADAS                00005210
             ELSE                                                       00005220
                 ADD WRK-VALOR-LANC TO WRK-SEM-ENTRADAS (WRK-SEMANA)    00005230
                 IF WRK-LANC-VENCIDO                                    00005240
                     ADD WRK-VALOR-LANC TO WRK-VENC-ENTRADAS            00005250
                 END-IF                                                 00005260
             END-IF.                                                    00005270
       0230-99-FIM.            EXIT.                                    00005280
      *---------------------------------------------------              00005290
       0240-APURAR-SEMANA                 SECTION.                      00005300
      *    SEMANA 1 = DATA DE NEGOCIO ATE 6 DIAS DEPOIS. O QUE          00005310
      *    JA DEVIA TER ACONTECIDO (DATA ESPERADA NO PASSADO)           00005320
      *    ENTRA NA SEMANA 1 E E SOMADO A PARTE COMO VENCIDO            00005330
      *---------------------------------------------------              00005340
             IF WRK-DIAS-ESPERADO < WRK-DIAS-HOJE                       00005350
                 SET WRK-LANC-VENCIDO TO TRUE                           00005360
                 MOVE 1 TO WRK-SEMANA                                   00005370
             ELSE                                                       00005380
                 SET WRK-LANC-A-VENCER TO TRUE                          00005390
                 COMPUTE WRK-SEMANA =                                   00005400
                     (WRK-DIAS-ESPERADO - WRK-DIAS-HOJE) / 7 + 1        00005410
             END-IF.                                                    00005420
      *---------------------------------------------------              00005430
       0250-PROJETAR-PEDIDOS              SECTION.                      00005440
      *    SAIDA DO PEDIDO DE COMPRA ABERTO: A QUANTIDADE AINDA         00005450
      *    NAO RECEBIDA NEM FATURADA (O QUE JA FOI FATURADO ESTA        00005460
      *    NO CONTAS A PAGAR) A CUSTO DO PRODUTO, PAGA NA               00005470
      *    EMISSAO + PRAZO DE ENTREGA + PRAZO DE PAGAMENTO DO           00005480
      *    FORNECEDOR. ENTREGA JA ATRASADA E CONSIDERADA PARA           00005490
      *    HOJE. PRODUTO FORA DO MASTER USA O PRECO DO PEDIDO           00005500
      *---------------------------------------------------              00005510
             READ PEDCOMPRA NEXT RECORD.                                00005520
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00005530
                 GO TO 0250-99-FIM                                      00005540
             END-IF.                                                    00005550
             IF NOT POR-ABERTO                                          00005560
                 GO TO 0250-99-FIM                                      00005570
             END-IF.                                                    00005580
             MOVE POR-QTD-RECEBIDA TO WRK-QTD-BAIXADA.                  00005590
             IF POR-QTD-FATURADA NUMERIC                                00005600
                AND POR-QTD-FATURADA > WRK-QTD-BAIXADA                  00005610
                 MOVE POR-QTD-FATURADA TO WRK-QTD-BAIXADA               00005620
             END-IF.                                                    00005630
             COMPUTE WRK-QTD-PENDENTE =                                 00005640
                 POR-QTD-PEDIDA - WRK-QTD-BAIXADA.                      00005650
             IF WRK-QTD-PENDENTE NOT > ZERO                             00005660
                 GO TO 0250-99-FIM                                      00005670
             END-IF.                                                    00005680
             ADD 1 TO WRK-CONT-PEDIDOS.                                 00005690
             MOVE ZEROS TO WRK-CUSTO-UNIT.                              00005700
             MOVE POR-CODIGO TO PRDM-CODIGO.                            00005710
             READ PRODUTO-MASTER                                        00005720
                 INVALID KEY                                            00005730
                     IF POR-PRECO-UNIT NUMERIC                          00005740
                         MOVE POR-PRECO-UNIT TO WRK-CUSTO-UNIT          00005750
                     END-IF                                             00005760
                 NOT INVALID KEY                                        00005770
                     IF PRDM-CUSTO-UNIT NUMERIC                         00005780
                         MOVE PRDM-CUSTO-UNIT TO WRK-CUSTO-UNIT         00005790
                     END-IF                                             00005800
             END-READ.                                                  00005810
             COMPUTE WRK-VALOR-LANC =                                   00005820
                 WRK-QTD-PENDENTE * WRK-CUSTO-UNIT.                     00005830
             PERFORM 0255-APURAR-PRAZOS.                                00005840
             MOVE POR-DATA-EMISSAO TO WRK-DATA-DECOMPOSTA.              00005850
             PERFORM 0120-CONTAR-DIAS.                                  00005860
             COMPUTE WRK-DIAS-ESPERADO =                                00005870
                 WRK-DIAS-CORRIDOS + WRK-DIAS-ENTREGA.                  00005880
             IF WRK-DIAS-ESPERADO < WRK-DIAS-HOJE                       00005890
                 MOVE WRK-DIAS-HOJE TO WRK-DIAS-ESPERADO                00005900
             END-IF.                                                    00005910
             ADD WRK-DIAS-PAGTO TO WRK-DIAS-ESPERADO.                   00005920
             PERFORM 0240-APURAR-SEMANA.                                00005930
             PERFORM 0260-SOMAR-SAIDA.                                  00005940
       0250-99-FIM.            EXIT.                                    00005950
      *---------------------------------------------------              00005960
       0255-APURAR-PRAZOS                 SECTION.                      00005970
      *    PRAZOS DO FORNECEDOR DO PEDIDO - ZERADOS, OU PEDIDO          00005980
      *    SEM FORNECEDOR NO MASTER, VALEM 30 DIAS CADA                 00005990
      *---------------------------------------------------              00006000
             MOVE WRK-PRAZO-PADRAO TO WRK-DIAS-ENTREGA.                 00006010
             MOVE WRK-PRAZO-PADRAO TO WRK-DIAS-PAGTO.                   00006020
             MOVE POR-FORNECEDOR TO FRN-CODIGO.                         00006030
             READ FORNEC-MASTER                                         00006040
                 INVALID KEY                                            00006050
                     CONTINUE                                           00006060
                 NOT INVALID KEY                                        00006070
                     IF FRN-PRAZO-ENTREGA NUMERIC                       00006080
                        AND FRN-PRAZO-ENTREGA > ZEROS                   00006090
                         MOVE FRN-PRAZO-ENTREGA TO WRK-DIAS-ENTREGA     00006100
                     END-IF                                             00006110
                     IF FRN-PRAZO-PAGTO NUMERIC                         00006120
                        AND FRN-PRAZO-PAGTO > ZEROS                     00006130
                         MOVE FRN-PRAZO-PAGTO TO WRK-DIAS-PAGTO         00006140
                     END-IF                                             00006150
             END-READ.                                                  00006160
      *---------------------------------------------------              00006170
       0260-SOMAR-SAIDA                   SECTION.                      00006180
             ADD WRK-VALOR-LANC TO WRK-TOT-SAIDAS.                      00006190
             IF WRK-SEMANA > WRK-MAX-SEMANAS                            00006200
                 ADD WRK-VALOR-LANC TO WRK-ALEM-SAIDAS                  00006210
             ELSE                                                       00006220
                 ADD WRK-VALOR-LANC TO WRK-SEM-SAIDAS (WRK-SEMANA)      00006230
                 IF WRK-LANC-VENCIDO                                    00006240
                     ADD WRK-VALOR-LANC TO WRK-VENC-SAIDAS              00006250
                 END-IF                                                 00006260
             END-IF.                                                    00006270
      *---------------------------------------------------              00006280
       0270-PROJETAR-PAGAR                SECTION.                      00006290
      *    SAIDA DA NOTA DE FORNECEDOR AINDA NAO PAGA (ABERTA OU        00006300
      *    RETIDA PARA ANALISE) NA SEMANA DO VENCIMENTO                 00006310
      *---------------------------------------------------              00006320
             READ CONTAS-PAGAR NEXT RECORD.                             00006330
             IF WRK-FS-PAGAR NOT EQUAL ZEROS                            00006340
                 GO TO 0270-99-FIM                                      00006350
             END-IF.                                                    00006360
             IF PAG-SIT-PAGO                                            00006370
                 GO TO 0270-99-FIM                                      00006380
             END-IF.                                                    00006390
             ADD 1 TO WRK-CONT-NOTAS-PAG.                               00006400
             MOVE PAG-VALOR TO WRK-VALOR-LANC.                          00006410
             MOVE WRK-DIAS-HOJE TO WRK-DIAS-ESPERADO.                   00006420
             IF PAG-DATA-VENCIMENTO NUMERIC                             00006430
                AND PAG-DATA-VENCIMENTO NOT EQUAL ZEROS                 00006440
                 MOVE PAG-DATA-VENCIMENTO TO WRK-DATA-DECOMPOSTA        00006450
                 PERFORM 0120-CONTAR-DIAS                               00006460
                 MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ESPERADO            00006470
             END-IF.                                                    00006480
             PERFORM 0240-APURAR-SEMANA.                                00006490
             PERFORM 0260-SOMAR-SAIDA.                                  00006500
       0270-99-FIM.            EXIT.                                    00006510
      *---------------------------------------------------              00006520
       0300-FINALIZAR                     SECTION.                      00006530
             MOVE WRK-SALDO-INICIAL TO WRK-POSICAO.                     00006540
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-SEMANA.                  00006550
             MOVE ZERO TO WRK-IDX-SEM.                                  00006560
             PERFORM 0310-IMPRIMIR-SEMANA 13 TIMES.                     00006570
             PERFORM 0320-IMPRIMIR-TOTAIS.                              00006580
             MOVE WRK-CONT-LIDOS                                        00006590
                 TO WRK-STT-REGISTROS.                                  00006600
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006610
             CLOSE CONTASREC.                                           00006620
             CLOSE PEDCOMPRA.                                           00006630
             CLOSE FORNEC-MASTER.                                       00006640
             CLOSE PRODUTO-MASTER.                                      00006650
             IF WRK-FS-PAGAR NOT EQUAL '35'                             00006660
                 CLOSE CONTAS-PAGAR                                     00006670
             END-IF.                                                    00006680
             CLOSE RELFLUXO.                                            00006690
             DISPLAY '------------------'.                              00006700
             DISPLAY '  TITULOS LIDOS....: ' WRK-CONT-LIDOS.            00006710
             DISPLAY '  TITULOS PAGOS....: ' WRK-CONT-PAGOS.            00006720
             DISPLAY '  CLIENTES C/ MEDIA: ' WRK-QTD-CLIENTES.          00006730
             DISPLAY '  TITULOS ABERTOS..: ' WRK-CONT-ABERTOS.          00006740
             DISPLAY '  PEDIDOS ABERTOS..: ' WRK-CONT-PEDIDOS.          00006750
             DISPLAY '  NOTAS A PAGAR....: ' WRK-CONT-NOTAS-PAG.        00006760
             DISPLAY '  SEMANAS NEGATIVAS: ' WRK-CONT-SEMANAS-NEG.      00006770
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006780
             PERFORM 9000-TRATA-ERROS.                                  00006790
      *---------------------------------------------------              00006800
       0310-IMPRIMIR-SEMANA               SECTION.                      00006810
      *    UMA LINHA POR SEMANA COM A POSICAO ACUMULADA - A             00006820
      *    SEMANA QUE FECHA NEGATIVA SAI MARCADA                        00006830
      *---------------------------------------------------              00006840
             ADD 1 TO WRK-IDX-SEM.                                      00006850
             MOVE WRK-IDX-SEM TO WRK-DET-SEMANA.                        00006860
             MOVE WRK-DATA-SEMANA TO WRK-DET-INICIO.                    00006870
             PERFORM 0315-DIA-SEGUINTE 6 TIMES.                         00006880
             MOVE WRK-DATA-SEMANA TO WRK-DET-FIM.                       00006890
             PERFORM 0315-DIA-SEGUINTE.                                 00006900
             COMPUTE WRK-LIQUIDO =                                      00006910
                 WRK-SEM-ENTRADAS (WRK-IDX-SEM)                         00006920
                 - WRK-SEM-SAIDAS (WRK-IDX-SEM).                        00006930
             ADD WRK-LIQUIDO TO WRK-POSICAO.                            00006940
             MOVE WRK-SEM-ENTRADAS (WRK-IDX-SEM) TO WRK-DET-ENTRADAS.   00006950
             MOVE WRK-SEM-SAIDAS (WRK-IDX-SEM)   TO WRK-DET-SAIDAS.     00006960
             MOVE WRK-LIQUIDO  TO WRK-DET-LIQUIDO.                      00006970
             MOVE WRK-POSICAO  TO WRK-DET-POSICAO.                      00006980
             IF WRK-POSICAO < ZERO                                      00006990
                 ADD 1 TO WRK-CONT-SEMANAS-NEG                          00007000
                 MOVE '*** NEGATIVA ***' TO WRK-DET-ALERTA              00007010
             ELSE                                                       00007020
                 MOVE SPACES TO WRK-DET-ALERTA                          00007030
             END-IF.                                                    00007040
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007050
      *---------------------------------------------------              00007060
       0315-DIA-SEGUINTE                  SECTION.                      00007070
      *    AVANCA UM DIA DE CALENDARIO NA DATA DA SEMANA, COM           00007080
      *    VIRADA DE MES/ANO E ANO BISSEXTO                             00007090
      *---------------------------------------------------              00007100
             EVALUATE WRK-SEM-MES                                       00007110
                 WHEN 01 WHEN 03 WHEN 05 WHEN 07                        00007120
                 WHEN 08 WHEN 10 WHEN 12                                00007130
                     MOVE 31 TO WRK-DIAS-NO-MES                         00007140
                 WHEN 04 WHEN 06 WHEN 09 WHEN 11                        00007150
                     MOVE 30 TO WRK-DIAS-NO-MES                         00007160
                 WHEN 02                                                00007170
                     DIVIDE WRK-SEM-ANO BY 4                            00007180
                         GIVING WRK-QUOC-4                              00007190
                         REMAINDER WRK-RESTO-4                          00007200
                     IF WRK-RESTO-4 EQUAL ZEROS                         00007210
                         MOVE 29 TO WRK-DIAS-NO-MES                     00007220
                     ELSE                                               00007230
                         MOVE 28 TO WRK-DIAS-NO-MES                     00007240
                     END-IF                                             00007250
             END-EVALUATE.                                              00007260
             IF WRK-SEM-DIA < WRK-DIAS-NO-MES                           00007270
                 ADD 1 TO WRK-SEM-DIA                                   00007280
             ELSE                                                       00007290
                 MOVE 01 TO WRK-SEM-DIA                                 00007300
                 IF WRK-SEM-MES < 12                                    00007310
                     ADD 1 TO WRK-SEM-MES                               00007320
                 ELSE                                                   00007330
                     MOVE 01 TO WRK-SEM-MES                             00007340
                     ADD 1 TO WRK-SEM-ANO                               00007350
                 END-IF                                                 00007360
             END-IF.                                                    00007370
      *---------------------------------------------------              00007380
       0320-IMPRIMIR-TOTAIS               SECTION.                      00007390
             MOVE SPACES TO REL-LINHA.                                  00007400
             WRITE REL-LINHA.                                           00007410
             MOVE 'VENCIDOS NA SEMANA 1....:' TO WRK-TOT-ROTULO.        00007420
             MOVE WRK-VENC-ENTRADAS TO WRK-TOT-ENT.                     00007430
             MOVE WRK-VENC-SAIDAS   TO WRK-TOT-SAI.                     00007440
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00007450
             MOVE 'ALEM DE 13 SEMANAS......:' TO WRK-TOT-ROTULO.        00007460
             MOVE WRK-ALEM-ENTRADAS TO WRK-TOT-ENT.                     00007470
             MOVE WRK-ALEM-SAIDAS   TO WRK-TOT-SAI.                     00007480
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00007490
             MOVE 'TOTAL EM CARTEIRA.......:' TO WRK-TOT-ROTULO.        00007500
             MOVE WRK-TOT-ENTRADAS  TO WRK-TOT-ENT.                     00007510
             MOVE WRK-TOT-SAIDAS    TO WRK-TOT-SAI.                     00007520
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00007530
             MOVE WRK-CONT-SEMANAS-NEG TO WRK-ROD-NEGATIVAS.            00007540
             WRITE REL-LINHA FROM WRK-LINHA-RODAPE.                     00007550
      *---------------------------------------------------              00007560
       9000-TRATA-ERROS                   SECTION.                      00007570
      *---------------------------------------------------              00007580
             PERFORM 9050-GRAVAR-ERRLOG.                                00007590
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007600
             STOP RUN.                                                  00007610
      *--------------------------------------------------------------   00007620
       9000-99-FIM.            EXIT.                                    00007630
      *--------------------------------------------------------------   00007640
