      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB09.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SCORECARD MENSAL DE DESEMPENHO DOS                00000120
      *               FORNECEDORES. PARA O MES DE REFERENCIA            00000130
      *               (CARTAO DA SYSIN, AAAAMM - SEM CARTAO, O MES      00000140
      *               DA DATA DE NEGOCIO) APURA POR FORNECEDOR:         00000150
      *               - NAS ENTRADAS DE RECEBIMENTO POSTADAS PELA       00000160
      *                 FR05CB66 NO LIVRO DE MOVIMENTACAO (CPMOV02,     00000170
      *                 DOCUMENTO PCnnnnn), O PRAZO REAL DE ENTREGA     00000180
      *                 (DATA DO LANCAMENTO MENOS A EMISSAO DO          00000190
      *                 PEDIDO) CONTRA O PRAZO PROMETIDO NO MASTER      00000200
      *                 (FRN-PRAZO-ENTREGA) E O % ENTREGUE NO PRAZO;    00000210
      *               - NOS PEDIDOS DE COMPRA (CPPOR01) COM ENTREGA     00000220
      *                 PROMETIDA DENTRO DO MES, O ATENDIMENTO          00000230
      *                 (RECEBIDO SOBRE PEDIDO) E A CONTAGEM DE         00000240
      *                 PEDIDOS ENTREGUES A MENOR E CANCELADOS;         00000250
      *               - NO HISTORICO DE CUSTO (CPHCU01), A VARIACAO     00000260
      *                 DO CUSTO GRAVADO NO RECEBIMENTO SOBRE O         00000270
      *                 PRECO DO PEDIDO.                                00000280
      *               COMPOE A NOTA (0-100): 40% NO PRAZO, 30%          00000290
      *               ATENDIMENTO, 20 PONTOS DE PRAZO MEDIO E 10        00000300
      *               DE PRECO. FORNECEDOR ABAIXO DA NOTA MINIMA        00000310
      *               (POS 7-9 DO CARTAO, PADRAO 070) E MARCADO NO      00000320
      *               RELATORIO. A NOTA E GRAVADA NO MASTER DE          00000330
      *               FORNECEDOR (CPFOR01), ONDE A GERACAO DE           00000340
      *               PEDIDOS (FR05CB65) A EXIBE                        00000350
      *-------------------------------------------------------*         00000360
      *     HISTORICO DE ALTERACOES                                     00000370
      *     DATA        AUTOR   DESCRICAO                               00000380
      *     ----------  ------  --------------------------------        00000390
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000400
      *=======================================================*         00000410
                                                                        00000420
      *=======================================================*         00000430
       ENVIRONMENT                               DIVISION.              00000440
      *=======================================================*         00000450
       INPUT-OUTPUT                              SECTION.               00000460
       FILE-CONTROL.                                                    00000470
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000480
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000490
                                                                        00000500
             SELECT HISTCUSTO ASSIGN TO ARQHCU                          00000510
                FILE STATUS  IS WRK-FS-HISTCUS.                         00000520
                                                                        00000530
             SELECT PEDCOMPRA ASSIGN TO ARQPOR                          00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS POR-NUMERO                              00000570
                FILE STATUS  IS WRK-FS-PEDCOMPRA.                       00000580
                                                                        00000590
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS FRN-CODIGO                              00000630
                FILE STATUS  IS WRK-FS-FORNEC.                          00000640
                                                                        00000650
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000660
                FILE STATUS  IS WRK-FS-SYSIN.                           00000670
                                                                        00000680
             SELECT RELSCORE ASSIGN TO ARQRPT                           00000690
                FILE STATUS  IS WRK-FS-RELSCORE.                        00000700
                                                                        00000710
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS CAL-DATA                                00000750
                FILE STATUS  IS WRK-FS-CALEND.                          00000760
                                                                        00000770
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000780
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000790
                                                                        00000800
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000810
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000820
      *=======================================================*         00000830
       DATA                                      DIVISION.              00000840
      *=======================================================*         00000850
       FILE                                      SECTION.               00000860
       FD LIVROMOV                                                      00000870
           RECORDING MODE IS F                                          00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
           COPY CPMOV02.                                                00000900
                                                                        00000910
       FD HISTCUSTO                                                     00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPHCU01.                                                00000950
                                                                        00000960
       FD PEDCOMPRA.                                                    00000970
           COPY CPPOR01.                                                00000980
                                                                        00000990
       FD FORNEC-MASTER.                                                00001000
           COPY CPFOR01.                                                00001010
                                                                        00001020
       FD ENTRADA-SYSIN                                                 00001030
           RECORDING MODE IS F                                          00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
       01 SYSIN-REGISTRO             PIC X(009).                        00001060
                                                                        00001070
       FD RELSCORE                                                      00001080
           RECORDING MODE IS F                                          00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
       01 REL-LINHA                    PIC X(132).                      00001110
                                                                        00001120
       FD CALENDARIO.                                                   00001130
           COPY CPCAL01.                                                00001140
                                                                        00001150
       FD ERRLOG.                                                       00001160
           COPY CPERRL01.                                               00001170
                                                                        00001180
       FD ESTATIS                                                       00001190
           RECORDING MODE IS F                                          00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
           COPY CPSTA01.                                                00001220
      *---------------------------------------------------              00001230
       WORKING-STORAGE                           SECTION.               00001240
      *---------------------------------------------------              00001250
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00001260
       77 WRK-FS-HISTCUS      PIC X(02) VALUE SPACES.                   00001270
       77 WRK-FS-PEDCOMPRA    PIC X(02) VALUE SPACES.                   00001280
       77 WRK-FS-FORNEC       PIC X(02) VALUE SPACES.                   00001290
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001300
       77 WRK-FS-RELSCORE     PIC X(02) VALUE SPACES.                   00001310
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001320
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001330
       77 WRK-CONT-RECEBIMENTOS PIC 9(09) COMP VALUE ZERO.              00001340
       77 WRK-CONT-ORFAOS     PIC 9(09) COMP VALUE ZERO.                00001350
       77 WRK-CONT-PEDIDOS    PIC 9(09) COMP VALUE ZERO.                00001360
       77 WRK-CONT-AVALIADOS  PIC 9(09) COMP VALUE ZERO.                00001370
       77 WRK-CONT-ABAIXO     PIC 9(09) COMP VALUE ZERO.                00001380
      *---------------------------------------------------              00001390
      *    CARTAO OPCIONAL DA SYSIN: MES DE REFERENCIA (AAAAMM)         00001400
      *    E NOTA MINIMA (POS 7-9)                                      00001410
      *---------------------------------------------------              00001420
       01 WRK-CARTAO.                                                   00001430
          05 WRK-CRT-MES          PIC 9(06).                            00001440
          05 WRK-CRT-NOTA-MIN     PIC 9(03).                            00001450
       77 WRK-MES-REF         PIC 9(06) VALUE ZERO.                     00001460
       77 WRK-NOTA-MINIMA     PIC 9(03) VALUE 070.                      00001470
       77 WRK-PRAZO-PADRAO    PIC 9(03) VALUE 30.                       00001480
      *---------------------------------------------------              00001490
      *    CONTAGEM DE DIAS CORRIDOS (CALENDARIO REAL, COM ANO          00001500
      *    BISSEXTO) PARA O PRAZO DE ENTREGA EM DIAS                    00001510
      *---------------------------------------------------              00001520
       77 WRK-DIAS-CORRIDOS   PIC S9(09) COMP VALUE ZERO.               00001530
       77 WRK-DIAS-INI-MES    PIC S9(09) COMP VALUE ZERO.               00001540
       77 WRK-DIAS-FIM-MES    PIC S9(09) COMP VALUE ZERO.               00001550
       77 WRK-DIAS-EMISSAO    PIC S9(09) COMP VALUE ZERO.               00001560
       77 WRK-DIAS-PROMETIDO  PIC S9(09) COMP VALUE ZERO.               00001570
       77 WRK-DIAS-ENTREGA    PIC S9(09) COMP VALUE ZERO.               00001580
       77 WRK-CNT-ANO         PIC 9(05) COMP VALUE ZERO.                00001590
       77 WRK-CNT-MES         PIC 9(02) COMP VALUE ZERO.                00001600
       77 WRK-CNT-Q4          PIC 9(05) COMP VALUE ZERO.                00001610
       77 WRK-CNT-Q100        PIC 9(05) COMP VALUE ZERO.                00001620
       77 WRK-CNT-Q400        PIC 9(05) COMP VALUE ZERO.                00001630
       77 WRK-CNT-DIAS-MES    PIC 9(05) COMP VALUE ZERO.                00001640
       01 WRK-DATA-DECOMPOSTA.                                          00001650
          05 WRK-DEC-ANO         PIC 9(04).                             00001660
          05 WRK-DEC-MES         PIC 9(02).                             00001670
          05 WRK-DEC-DIA         PIC 9(02).                             00001680
      *---------------------------------------------------              00001690
      *    CUSTO GRAVADO NO RECEBIMENTO, POR PRODUTO E DIA,             00001700
      *    CARREGADO DO HISTORICO DE CUSTO DO MES                       00001710
      *---------------------------------------------------              00001720
       77 WRK-MAX-CUSTOS      PIC 9(04) COMP VALUE 5000.                00001730
       77 WRK-QTD-CUSTOS      PIC 9(04) COMP VALUE ZERO.                00001740
       77 WRK-IDX-CST         PIC 9(04) COMP VALUE ZERO.                00001750
       77 WRK-IDX-CST-ACHADO  PIC 9(04) COMP VALUE ZERO.                00001760
       77 WRK-CST-BUSCA-COD   PIC 9(08) VALUE ZERO.                     00001770
       77 WRK-CST-BUSCA-DATA  PIC 9(08) VALUE ZERO.                     00001780
       01 WRK-TABELA-CUSTOS.                                            00001790
          05 WRK-ENT-CUSTO OCCURS 5000 TIMES.                           00001800
             10 WRK-CST-CODIGO        PIC 9(08).                        00001810
             10 WRK-CST-DATA          PIC 9(08).                        00001820
             10 WRK-CST-CUSTO         PIC 9(07)V99 COMP-3.              00001830
      *---------------------------------------------------              00001840
      *    ACUMULADORES DO MES POR FORNECEDOR                           00001850
      *---------------------------------------------------              00001860
       77 WRK-MAX-FORNEC      PIC 9(04) COMP VALUE 1000.                00001870
       77 WRK-QTD-FORNEC      PIC 9(04) COMP VALUE ZERO.                00001880
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001890
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001900
       77 WRK-FORN-BUSCA      PIC 9(05) VALUE ZERO.                     00001910
       77 WRK-PRAZO-BUSCA     PIC 9(03) VALUE ZERO.                     00001920
       01 WRK-TABELA-FORNEC.                                            00001930
          05 WRK-ENT-FORNEC OCCURS 1000 TIMES.                          00001940
             10 WRK-FOR-CODIGO        PIC 9(05).                        00001950
             10 WRK-FOR-NOME          PIC X(20).                        00001960
             10 WRK-FOR-SW-MASTER     PIC X(01).                        00001970
                88 WRK-FOR-NO-MASTER        VALUE 'S'.                  00001980
                88 WRK-FOR-FORA-MASTER      VALUE 'N'.                  00001990
             10 WRK-FOR-PRAZO         PIC 9(03).                        00002000
             10 WRK-FOR-RECEB         PIC 9(07) COMP.                   00002010
             10 WRK-FOR-RECEB-PRAZO   PIC 9(07) COMP.                   00002020
             10 WRK-FOR-DIAS-ENTREGA  PIC 9(09) COMP.                   00002030
             10 WRK-FOR-PEDIDOS       PIC 9(07) COMP.                   00002040
             10 WRK-FOR-CURTOS        PIC 9(07) COMP.                   00002050
             10 WRK-FOR-CANCELADOS    PIC 9(07) COMP.                   00002060
             10 WRK-FOR-QTD-PEDIDA    PIC 9(11) COMP-3.                 00002070
             10 WRK-FOR-QTD-RECEBIDA  PIC 9(11) COMP-3.                 00002080
             10 WRK-FOR-VLR-PEDIDO    PIC 9(13)V99 COMP-3.              00002090
             10 WRK-FOR-VLR-CUSTO     PIC 9(13)V99 COMP-3.              00002100
      *---------------------------------------------------              00002110
      *    COMPOSICAO DA NOTA                                           00002120
      *---------------------------------------------------              00002130
       77 WRK-PCT-PRAZO       PIC 9(03)V99 VALUE ZERO.                  00002140
       77 WRK-PCT-ATEND       PIC 9(03)V99 VALUE ZERO.                  00002150
       77 WRK-PRAZO-MEDIO     PIC 9(05)V9 VALUE ZERO.                   00002160
       77 WRK-PCT-VARIACAO    PIC S9(05)V99 VALUE ZERO.                 00002170
       77 WRK-PONTOS-PRAZO    PIC 9(03)V99 VALUE ZERO.                  00002180
       77 WRK-PONTOS-PRECO    PIC 9(03)V99 VALUE ZERO.                  00002190
       77 WRK-NOTA            PIC 9(03) VALUE ZERO.                     00002200
      *---------------------------------------------------              00002210
      *    LINHAS DO RELATORIO                                          00002220
      *---------------------------------------------------              00002230
       01 WRK-CABEC1.                                                   00002240
          05 FILLER               PIC X(40) VALUE                       00002250
             'SCORECARD DE FORNECEDORES - MES: '.                       00002260
          05 WRK-CAB-MES          PIC 9(06).                            00002270
          05 FILLER               PIC X(16) VALUE                       00002280
             '  NOTA MINIMA: '.                                         00002290
          05 WRK-CAB-NOTA-MIN     PIC ZZ9.                              00002300
                                                                        00002310
       01 WRK-CABEC2.                                                   00002320
          05 FILLER               PIC X(50) VALUE                       00002330
             'FORN   NOME                 RECEB PRZ   REAL  NO P'.      00002340
          05 FILLER               PIC X(50) VALUE                       00002350
             'RAZO ATEND CURTOS CANCEL VAR.PRECO NOTA'.                 00002360
                                                                        00002370
       01 WRK-DETALHE.                                                  00002380
          05 WRK-DET-FORN         PIC 9(05).                            00002390
          05 FILLER               PIC X(02) VALUE SPACES.               00002400
          05 WRK-DET-NOME         PIC X(20).                            00002410
          05 FILLER               PIC X(01) VALUE SPACES.               00002420
          05 WRK-DET-RECEB        PIC ZZZZ9.                            00002430
          05 FILLER               PIC X(01) VALUE SPACES.               00002440
          05 WRK-DET-PRAZO        PIC ZZ9.                              00002450
          05 FILLER               PIC X(01) VALUE SPACES.               00002460
          05 WRK-DET-REAL         PIC ZZZZ9.9.                          00002470
          05 FILLER               PIC X(03) VALUE SPACES.               00002480
          05 WRK-DET-PCT-PRAZO    PIC ZZ9.                              00002490
          05 FILLER               PIC X(01) VALUE '%'.                  00002500
          05 FILLER               PIC X(02) VALUE SPACES.               00002510
          05 WRK-DET-PCT-ATEND    PIC ZZ9.                              00002520
          05 FILLER               PIC X(01) VALUE '%'.                  00002530
          05 FILLER               PIC X(01) VALUE SPACES.               00002540
          05 WRK-DET-CURTOS       PIC ZZZZZ9.                           00002550
          05 FILLER               PIC X(01) VALUE SPACES.               00002560
          05 WRK-DET-CANCEL       PIC ZZZZZ9.                           00002570
          05 FILLER               PIC X(02) VALUE SPACES.               00002580
          05 WRK-DET-VARIACAO     PIC -ZZZ9.99.                         00002590
          05 FILLER               PIC X(02) VALUE SPACES.               00002600
          05 WRK-DET-NOTA         PIC ZZ9.                              00002610
          05 FILLER               PIC X(02) VALUE SPACES.               00002620
          05 WRK-DET-ALERTA       PIC X(30).                            00002630
                                                                        00002640
       01 WRK-LINHA-RODAPE.                                             00002650
          05 FILLER               PIC X(24) VALUE                       00002660
             'FORNECEDORES AVALIADOS: '.                                00002670
          05 WRK-ROD-AVALIADOS    PIC ZZZ9.                             00002680
          05 FILLER               PIC X(22) VALUE                       00002690
             '   ABAIXO DO MINIMO: '.                                   00002700
          05 WRK-ROD-ABAIXO       PIC ZZZ9.                             00002710
       COPY CPCAB01.                                                    00002720
       COPY CPERR01.                                                    00002730
       COPY CPDTA01.                                                    00002740
       COPY CPSTT01.                                                    00002750
      *=========================================*                       00002760
       PROCEDURE DIVISION.                                              00002770
      *=========================================*                       00002780
                                                                        00002790
      *---------------------------------------------------              00002800
       0000-PRINCIPAL                     SECTION.                      00002810
      *---------------------------------------------------              00002820
             PERFORM 0100-INICIAR.                                      00002830
             IF WRK-FS-HISTCUS EQUAL ZEROS                              00002840
                 PERFORM 0200-CARREGAR-CUSTO                            00002850
                     UNTIL WRK-FS-HISTCUS NOT EQUAL ZEROS               00002860
             END-IF.                                                    00002870
             PERFORM 0230-APURAR-RECEBIMENTO                            00002880
                 UNTIL WRK-FS-LIVROMOV NOT EQUAL ZEROS.                 00002890
             PERFORM 0250-POSICIONAR-PEDIDOS.                           00002900
             PERFORM 0260-APURAR-PEDIDO                                 00002910
                 UNTIL WRK-FS-PEDCOMPRA NOT EQUAL ZEROS.                00002920
             PERFORM 0300-FINALIZAR.                                    00002930
      *---------------------------------------------------              00002940
       0000-99-FIM.            EXIT.                                    00002950
      *---------------------------------------------------              00002960
                                                                        00002970
       0100-INICIAR                       SECTION.                      00002980
             MOVE 'FR06CB09' TO WRK-CAB-PROGRAMA.                       00002990
             PERFORM 0101-CABECALHO-PADRAO.                             00003000
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003010
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003020
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003030
             OPEN INPUT LIVROMOV.                                       00003040
             OPEN INPUT HISTCUSTO.                                      00003050
             IF WRK-FS-HISTCUS EQUAL '35'                               00003060
                 DISPLAY ' AVISO: HISTORICO DE CUSTO AUSENTE - '        00003070
                         'VARIACAO DE PRECO NAO APURADA'                00003080
             END-IF.                                                    00003090
             OPEN INPUT PEDCOMPRA.                                      00003100
             OPEN I-O FORNEC-MASTER.                                    00003110
             OPEN INPUT ENTRADA-SYSIN.                                  00003120
             OPEN OUTPUT RELSCORE.                                      00003130
             PERFORM 0110-TESTAR-STATUS.                                00003140
             PERFORM 0107-LER-CARTAO.                                   00003150
             PERFORM 0115-LIMITES-DO-MES.                               00003160
             MOVE WRK-MES-REF TO WRK-CAB-MES.                           00003170
             MOVE WRK-NOTA-MINIMA TO WRK-CAB-NOTA-MIN.                  00003180
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003190
             MOVE SPACES TO REL-LINHA.                                  00003200
             WRITE REL-LINHA.                                           00003210
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003220
      *---------------------------------------------------              00003230
       0100-99-FIM.            EXIT.                                    00003240
      *---------------------------------------------------              00003250
           COPY CPCAB02.                                                00003260
           COPY CPERR02.                                                00003270
           COPY CPDTA02.                                                00003280
           COPY CPSTT02.                                                00003290
      *---------------------------------------------------              00003300
       0107-LER-CARTAO                    SECTION.                      00003310
      *    LE O CARTAO OPCIONAL COM O MES DE REFERENCIA (AAAAMM)        00003320
      *    E A NOTA MINIMA - SEM CARTAO, VALE O MES DA DATA DE          00003330
      *    NEGOCIO; NOTA MINIMA EM BRANCO OU ZERADA VALE 070            00003340
      *---------------------------------------------------              00003350
             MOVE SPACES TO WRK-CARTAO.                                 00003360
             READ ENTRADA-SYSIN INTO WRK-CARTAO.                        00003370
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003380
                OR WRK-CRT-MES NOT NUMERIC                              00003390
                OR WRK-CRT-MES EQUAL ZEROS                              00003400
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-REF             00003410
             ELSE                                                       00003420
                 MOVE WRK-CRT-MES TO WRK-MES-REF                        00003430
             END-IF.                                                    00003440
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003450
                AND WRK-CRT-NOTA-MIN NUMERIC                            00003460
                AND WRK-CRT-NOTA-MIN > ZEROS                            00003470
                AND WRK-CRT-NOTA-MIN NOT > 100                          00003480
                 MOVE WRK-CRT-NOTA-MIN TO WRK-NOTA-MINIMA               00003490
             END-IF.                                                    00003500
             CLOSE ENTRADA-SYSIN.                                       00003510
      *---------------------------------------------------              00003520
       0110-TESTAR-STATUS                 SECTION.                      00003530
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00003540
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00003550
                 PERFORM 9000-TRATA-ERROS                               00003560
             END-IF.                                                    00003570
             IF WRK-FS-HISTCUS NOT EQUAL ZEROS                          00003580
                AND WRK-FS-HISTCUS NOT EQUAL '35'                       00003590
                 MOVE ' ERRO OPEN HISTCUSTO ' TO WRK-MSG                00003600
                 PERFORM 9000-TRATA-ERROS                               00003610
             END-IF.                                                    00003620
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00003630
                 MOVE ' ERRO OPEN PEDIDOS DE COMPRA ' TO WRK-MSG        00003640
                 PERFORM 9000-TRATA-ERROS                               00003650
             END-IF.                                                    00003660
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00003670
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00003680
                 PERFORM 9000-TRATA-ERROS                               00003690
             END-IF.                                                    00003700
             IF WRK-FS-RELSCORE NOT EQUAL ZEROS                         00003710
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003720
                 PERFORM 9000-TRATA-ERROS                               00003730
             END-IF.                                                    00003740
      *---------------------------------------------------              00003750
       0115-LIMITES-DO-MES                SECTION.                      00003760
      *    PRIMEIRO E ULTIMO DIA DO MES DE REFERENCIA EM DIAS           00003770
      *    CORRIDOS - O ULTIMO E A VESPERA DO DIA 1 DO MES              00003780
      *    SEGUINTE                                                     00003790
      *---------------------------------------------------              00003800
             MOVE WRK-MES-REF TO WRK-DATA-DECOMPOSTA (1:6).             00003810
             MOVE 01 TO WRK-DEC-DIA.                                    00003820
             PERFORM 0120-CONTAR-DIAS.                                  00003830
             MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-INI-MES.                00003840
             IF WRK-DEC-MES < 12                                        00003850
                 ADD 1 TO WRK-DEC-MES                                   00003860
             ELSE                                                       00003870
                 MOVE 01 TO WRK-DEC-MES                                 00003880
                 ADD 1 TO WRK-DEC-ANO                                   00003890
             END-IF.                                                    00003900
             PERFORM 0120-CONTAR-DIAS.                                  00003910
             COMPUTE WRK-DIAS-FIM-MES = WRK-DIAS-CORRIDOS - 1.          00003920
      *---------------------------------------------------              00003930
       0120-CONTAR-DIAS                   SECTION.                      00003940
      *    CONVERTE A DATA DECOMPOSTA EM NUMERO DE DIAS CORRIDOS        00003950
      *    DO CALENDARIO GREGORIANO - JANEIRO E FEVEREIRO CONTAM        00003960
      *    COMO MESES 13 E 14 DO ANO ANTERIOR, PARA O DIA 29/02         00003970
      *    CAIR NO FIM DO ANO DE CONTAGEM                               00003980
      *---------------------------------------------------              00003990
             IF WRK-DEC-MES < 3                                         00004000
                 COMPUTE WRK-CNT-ANO = WRK-DEC-ANO - 1                  00004010
                 COMPUTE WRK-CNT-MES = WRK-DEC-MES + 12                 00004020
             ELSE                                                       00004030
                 MOVE WRK-DEC-ANO TO WRK-CNT-ANO                        00004040
                 MOVE WRK-DEC-MES TO WRK-CNT-MES                        00004050
             END-IF.                                                    00004060
             DIVIDE WRK-CNT-ANO BY 4   GIVING WRK-CNT-Q4.               00004070
             DIVIDE WRK-CNT-ANO BY 100 GIVING WRK-CNT-Q100.             00004080
             DIVIDE WRK-CNT-ANO BY 400 GIVING WRK-CNT-Q400.             00004090
             COMPUTE WRK-CNT-DIAS-MES =                                 00004100
                 (153 * (WRK-CNT-MES - 3) + 2) / 5.                     00004110
             COMPUTE WRK-DIAS-CORRIDOS =                                00004120
                 WRK-CNT-ANO * 365 + WRK-CNT-Q4 - WRK-CNT-Q100          00004130
                 + WRK-CNT-Q400 + WRK-CNT-DIAS-MES + WRK-DEC-DIA.       00004140
      *---------------------------------------------------              00004150
       0200-CARREGAR-CUSTO                SECTION.                      00004160
      *    GUARDA O CUSTO GRAVADO PELO RECEBIMENTO (FR05CB66) NO        00004170
      *    MES, POR PRODUTO E DIA - MAIS DE UMA MUDANCA NO MESMO        00004180
      *    DIA FICA COM A ULTIMA                                        00004190
      *---------------------------------------------------              00004200
             READ HISTCUSTO.                                            00004210
             IF WRK-FS-HISTCUS NOT EQUAL ZEROS                          00004220
                 GO TO 0200-99-FIM                                      00004230
             END-IF.                                                    00004240
             IF HCU-PROGRAMA NOT EQUAL 'FR05CB66'                       00004250
                OR HCU-DATA (1:6) NOT EQUAL WRK-MES-REF                 00004260
                 GO TO 0200-99-FIM                                      00004270
             END-IF.                                                    00004280
             MOVE HCU-CODIGO TO WRK-CST-BUSCA-COD.                      00004290
             MOVE HCU-DATA   TO WRK-CST-BUSCA-DATA.                     00004300
             PERFORM 0205-PROCURAR-CUSTO.                               00004310
             IF WRK-IDX-CST-ACHADO EQUAL ZERO                           00004320
                 IF WRK-QTD-CUSTOS >= WRK-MAX-CUSTOS                    00004330
                     MOVE ' ERRO HISTORICO DE CUSTO EXCEDE TABELA '     00004340
                         TO WRK-MSG                                     00004350
                     PERFORM 9000-TRATA-ERROS                           00004360
                 END-IF                                                 00004370
                 ADD 1 TO WRK-QTD-CUSTOS                                00004380
                 MOVE WRK-QTD-CUSTOS TO WRK-IDX-CST-ACHADO              00004390
                 MOVE HCU-CODIGO TO WRK-CST-CODIGO (WRK-IDX-CST-ACHADO) 00004400
                 MOVE HCU-DATA   TO WRK-CST-DATA (WRK-IDX-CST-ACHADO)   00004410
             END-IF.                                                    00004420
             MOVE HCU-CUSTO-NOVO TO WRK-CST-CUSTO (WRK-IDX-CST-ACHADO). 00004430
       0200-99-FIM.            EXIT.                                    00004440
      *---------------------------------------------------              00004450
       0205-PROCURAR-CUSTO                SECTION.                      00004460
             MOVE ZERO TO WRK-IDX-CST-ACHADO.                           00004470
             MOVE ZERO TO WRK-IDX-CST.                                  00004480
             PERFORM 0206-PROCURAR-UM-CUSTO                             00004490
                 UNTIL WRK-IDX-CST >= WRK-QTD-CUSTOS                    00004500
                    OR WRK-IDX-CST-ACHADO > ZERO.                       00004510
      *---------------------------------------------------              00004520
       0206-PROCURAR-UM-CUSTO             SECTION.                      00004530
             ADD 1 TO WRK-IDX-CST.                                      00004540
             IF WRK-CST-CODIGO (WRK-IDX-CST) EQUAL WRK-CST-BUSCA-COD    00004550
                AND WRK-CST-DATA (WRK-IDX-CST)                          00004560
                    EQUAL WRK-CST-BUSCA-DATA                            00004570
                 MOVE WRK-IDX-CST TO WRK-IDX-CST-ACHADO                 00004580
             END-IF.                                                    00004590
      *---------------------------------------------------              00004600
       0210-OBTER-FORNECEDOR              SECTION.                      00004610
      *    LOCALIZA (OU ABRE) A LINHA DO FORNECEDOR NA TABELA DO        00004620
      *    MES, COM O PRAZO PROMETIDO DO MASTER - ZERADO, OU            00004630
      *    FORNECEDOR FORA DO MASTER, VALE 30 DIAS                      00004640
      *---------------------------------------------------              00004650
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004660
             MOVE ZERO TO WRK-IDX.                                      00004670
             PERFORM 0215-PROCURAR-UM-FORNECEDOR                        00004680
                 UNTIL WRK-IDX >= WRK-QTD-FORNEC                        00004690
                    OR WRK-IDX-ACHADO > ZERO.                           00004700
             IF WRK-IDX-ACHADO > ZERO                                   00004710
                 GO TO 0210-99-FIM                                      00004720
             END-IF.                                                    00004730
             IF WRK-QTD-FORNEC >= WRK-MAX-FORNEC                        00004740
                 MOVE ' ERRO FORNECEDORES EXCEDEM TABELA '              00004750
                     TO WRK-MSG                                         00004760
                 PERFORM 9000-TRATA-ERROS                               00004770
             END-IF.                                                    00004780
             ADD 1 TO WRK-QTD-FORNEC.                                   00004790
             MOVE WRK-QTD-FORNEC TO WRK-IDX-ACHADO.                     00004800
             MOVE ZERO TO WRK-FOR-RECEB (WRK-IDX-ACHADO)                00004810
                          WRK-FOR-RECEB-PRAZO (WRK-IDX-ACHADO)          00004820
                          WRK-FOR-DIAS-ENTREGA (WRK-IDX-ACHADO)         00004830
                          WRK-FOR-PEDIDOS (WRK-IDX-ACHADO)              00004840
                          WRK-FOR-CURTOS (WRK-IDX-ACHADO)               00004850
                          WRK-FOR-CANCELADOS (WRK-IDX-ACHADO)           00004860
                          WRK-FOR-QTD-PEDIDA (WRK-IDX-ACHADO)           00004870
                          WRK-FOR-QTD-RECEBIDA (WRK-IDX-ACHADO)         00004880
                          WRK-FOR-VLR-PEDIDO (WRK-IDX-ACHADO)           00004890
                          WRK-FOR-VLR-CUSTO (WRK-IDX-ACHADO).           00004900
             MOVE WRK-FORN-BUSCA TO WRK-FOR-CODIGO (WRK-IDX-ACHADO).    00004910
             MOVE WRK-PRAZO-PADRAO TO WRK-FOR-PRAZO (WRK-IDX-ACHADO).   00004920
             MOVE WRK-FORN-BUSCA TO FRN-CODIGO.                         00004930
             READ FORNEC-MASTER                                         00004940
                 INVALID KEY                                            00004950
                     SET WRK-FOR-FORA-MASTER (WRK-IDX-ACHADO) TO TRUE   00004960
                     MOVE '*** FORA DO MASTER ***'                      00004970
                         TO WRK-FOR-NOME (WRK-IDX-ACHADO)               00004980
                 NOT INVALID KEY                                        00004990
                     SET WRK-FOR-NO-MASTER (WRK-IDX-ACHADO) TO TRUE     00005000
                     MOVE FRN-NOME TO WRK-FOR-NOME (WRK-IDX-ACHADO)     00005010
                     IF FRN-PRAZO-ENTREGA NUMERIC                       00005020
                        AND FRN-PRAZO-ENTREGA > ZEROS                   00005030
                         MOVE FRN-PRAZO-ENTREGA                         00005040
                             TO WRK-FOR-PRAZO (WRK-IDX-ACHADO)          00005050
                     END-IF                                             00005060
             END-READ.                                                  00005070
       0210-99-FIM.            EXIT.                                    00005080
      *---------------------------------------------------              00005090
       0212-OBTER-PRAZO                   SECTION.                      00005100
      *    PRAZO PROMETIDO DO FORNECEDOR SEM ABRIR A LINHA NA           00005110
      *    TABELA DO MES - O FORNECEDOR SO ENTRA NO SCORECARD           00005120
      *    QUANDO TEM RECEBIMENTO OU PEDIDO VENCENDO NO MES             00005130
      *---------------------------------------------------              00005140
             MOVE ZERO TO WRK-IDX-ACHADO.                               00005150
             MOVE ZERO TO WRK-IDX.                                      00005160
             PERFORM 0215-PROCURAR-UM-FORNECEDOR                        00005170
                 UNTIL WRK-IDX >= WRK-QTD-FORNEC                        00005180
                    OR WRK-IDX-ACHADO > ZERO.                           00005190
             IF WRK-IDX-ACHADO > ZERO                                   00005200
                 MOVE WRK-FOR-PRAZO (WRK-IDX-ACHADO) TO WRK-PRAZO-BUSCA 00005210
                 GO TO 0212-99-FIM                                      00005220
             END-IF.                                                    00005230
             MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-BUSCA.                  00005240
             MOVE WRK-FORN-BUSCA TO FRN-CODIGO.                         00005250
             READ FORNEC-MASTER                                         00005260
                 INVALID KEY                                            00005270
                     CONTINUE                                           00005280
                 NOT INVALID KEY                                        00005290
                     IF FRN-PRAZO-ENTREGA NUMERIC                       00005300
                        AND FRN-PRAZO-ENTREGA > ZEROS                   00005310
                         MOVE FRN-PRAZO-ENTREGA TO WRK-PRAZO-BUSCA      00005320
                     END-IF                                             00005330
             END-READ.                                                  00005340
       0212-99-FIM.            EXIT.                                    00005350
      *---------------------------------------------------              00005360
       0215-PROCURAR-UM-FORNECEDOR        SECTION.                      00005370
             ADD 1 TO WRK-IDX.                                          00005380
             IF WRK-FOR-CODIGO (WRK-IDX) EQUAL WRK-FORN-BUSCA           00005390
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00005400
             END-IF.                                                    00005410
      *---------------------------------------------------              00005420
       0230-APURAR-RECEBIMENTO            SECTION.                      00005430
      *    CADA ENTRADA DA FR05CB66 NO MES E UMA ENTREGA DO             00005440
      *    FORNECEDOR DO PEDIDO PCnnnnn: PRAZO REAL = DATA DO           00005450
      *    LANCAMENTO MENOS A EMISSAO DO PEDIDO, NO PRAZO QUANDO        00005460
      *    NAO PASSA DO PROMETIDO. O CUSTO GRAVADO NO MESMO DIA         00005470
      *    PARA O PRODUTO, CONTRA O PRECO DO PEDIDO, DA A               00005480
      *    VARIACAO DE PRECO                                            00005490
      *---------------------------------------------------              00005500
             READ LIVROMOV.                                             00005510
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00005520
                 GO TO 0230-99-FIM                                      00005530
             END-IF.                                                    00005540
             ADD 1 TO WRK-CONT-LIDOS.                                   00005550
             IF NOT LMV-ENTRADA                                         00005560
                OR LMV-PROGRAMA NOT EQUAL 'FR05CB66'                    00005570
                OR LMV-DATA (1:6) NOT EQUAL WRK-MES-REF                 00005580
                OR LMV-DOCUMENTO (1:2) NOT EQUAL 'PC'                   00005590
                OR LMV-DOCUMENTO (3:5) NOT NUMERIC                      00005600
                 GO TO 0230-99-FIM                                      00005610
             END-IF.                                                    00005620
             MOVE LMV-DOCUMENTO (3:5) TO POR-NUMERO.                    00005630
             READ PEDCOMPRA                                             00005640
                 INVALID KEY                                            00005650
                     CONTINUE                                           00005660
             END-READ.                                                  00005670
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00005680
                OR POR-DATA-EMISSAO NOT NUMERIC                         00005690
                 ADD 1 TO WRK-CONT-ORFAOS                               00005700
                 GO TO 0230-99-FIM                                      00005710
             END-IF.                                                    00005720
             ADD 1 TO WRK-CONT-RECEBIMENTOS.                            00005730
             MOVE POR-FORNECEDOR TO WRK-FORN-BUSCA.                     00005740
             PERFORM 0210-OBTER-FORNECEDOR.                             00005750
             MOVE POR-DATA-EMISSAO TO WRK-DATA-DECOMPOSTA.              00005760
             PERFORM 0120-CONTAR-DIAS.                                  00005770
             MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-EMISSAO.                00005780
             MOVE LMV-DATA TO WRK-DATA-DECOMPOSTA.                      00005790
             PERFORM 0120-CONTAR-DIAS.                                  00005800
             COMPUTE WRK-DIAS-ENTREGA =                                 00005810
                 WRK-DIAS-CORRIDOS - WRK-DIAS-EMISSAO.                  00005820
             IF WRK-DIAS-ENTREGA < ZERO                                 00005830
                 MOVE ZERO TO WRK-DIAS-ENTREGA                          00005840
             END-IF.                                                    00005850
             ADD 1 TO WRK-FOR-RECEB (WRK-IDX-ACHADO).                   00005860
             ADD WRK-DIAS-ENTREGA                                       00005870
                 TO WRK-FOR-DIAS-ENTREGA (WRK-IDX-ACHADO).              00005880
             IF WRK-DIAS-ENTREGA NOT > WRK-FOR-PRAZO (WRK-IDX-ACHADO)   00005890
                 ADD 1 TO WRK-FOR-RECEB-PRAZO (WRK-IDX-ACHADO)          00005900
             END-IF.                                                    00005910
             IF POR-PRECO-UNIT NOT NUMERIC                              00005920
                OR POR-PRECO-UNIT EQUAL ZEROS                           00005930
                 GO TO 0230-99-FIM                                      00005940
             END-IF.                                                    00005950
             MOVE LMV-CODIGO TO WRK-CST-BUSCA-COD.                      00005960
             MOVE LMV-DATA   TO WRK-CST-BUSCA-DATA.                     00005970
             PERFORM 0205-PROCURAR-CUSTO.                               00005980
             IF WRK-IDX-CST-ACHADO > ZERO                               00005990
                 COMPUTE WRK-FOR-VLR-PEDIDO (WRK-IDX-ACHADO) =          00006000
                     WRK-FOR-VLR-PEDIDO (WRK-IDX-ACHADO)                00006010
                     + LMV-QUANTIDADE * POR-PRECO-UNIT                  00006020
                 COMPUTE WRK-FOR-VLR-CUSTO (WRK-IDX-ACHADO) =           00006030
                     WRK-FOR-VLR-CUSTO (WRK-IDX-ACHADO)                 00006040
                     + LMV-QUANTIDADE                                   00006050
                       * WRK-CST-CUSTO (WRK-IDX-CST-ACHADO)             00006060
             END-IF.                                                    00006070
       0230-99-FIM.            EXIT.                                    00006080
      *---------------------------------------------------              00006090
       0250-POSICIONAR-PEDIDOS            SECTION.                      00006100
      *    VOLTA AO INICIO DO MASTER DE PEDIDOS PARA A PASSAGEM         00006110
      *    SEQUENCIAL                                                   00006120
      *---------------------------------------------------              00006130
             MOVE ZEROS TO POR-NUMERO.                                  00006140
             START PEDCOMPRA KEY NOT < POR-NUMERO                       00006150
                 INVALID KEY                                            00006160
                     MOVE '10' TO WRK-FS-PEDCOMPRA                      00006170
                 NOT INVALID KEY                                        00006180
                     MOVE ZEROS TO WRK-FS-PEDCOMPRA                     00006190
             END-START.                                                 00006200
      *---------------------------------------------------              00006210
       0260-APURAR-PEDIDO                 SECTION.                      00006220
      *    PEDIDO COM ENTREGA PROMETIDA (EMISSAO + PRAZO DO             00006230
      *    FORNECEDOR) DENTRO DO MES ENTRA NO ATENDIMENTO:              00006240
      *    QUANTIDADE RECEBIDA SOBRE A PEDIDA ATE HOJE. PEDIDO          00006250
      *    CANCELADO CONTA A PARTE; O NAO CANCELADO QUE RECEBEU         00006260
      *    MENOS QUE O PEDIDO CONTA COMO ENTREGUE A MENOR               00006270
      *---------------------------------------------------              00006280
             READ PEDCOMPRA NEXT RECORD.                                00006290
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00006300
                 GO TO 0260-99-FIM                                      00006310
             END-IF.                                                    00006320
             IF POR-DATA-EMISSAO NOT NUMERIC                            00006330
                OR POR-DATA-EMISSAO EQUAL ZEROS                         00006340
                 GO TO 0260-99-FIM                                      00006350
             END-IF.                                                    00006360
             MOVE POR-FORNECEDOR TO WRK-FORN-BUSCA.                     00006370
             PERFORM 0212-OBTER-PRAZO.                                  00006380
             MOVE POR-DATA-EMISSAO TO WRK-DATA-DECOMPOSTA.              00006390
             PERFORM 0120-CONTAR-DIAS.                                  00006400
             COMPUTE WRK-DIAS-PROMETIDO =                               00006410
                 WRK-DIAS-CORRIDOS + WRK-PRAZO-BUSCA.                   00006420
             IF WRK-DIAS-PROMETIDO < WRK-DIAS-INI-MES                   00006430
                OR WRK-DIAS-PROMETIDO > WRK-DIAS-FIM-MES                00006440
                 GO TO 0260-99-FIM                                      00006450
             END-IF.                                                    00006460
             PERFORM 0210-OBTER-FORNECEDOR.                             00006470
             ADD 1 TO WRK-CONT-PEDIDOS.                                 00006480
             ADD 1 TO WRK-FOR-PEDIDOS (WRK-IDX-ACHADO).                 00006490
             ADD POR-QTD-PEDIDA                                         00006500
                 TO WRK-FOR-QTD-PEDIDA (WRK-IDX-ACHADO).                00006510
             ADD POR-QTD-RECEBIDA                                       00006520
                 TO WRK-FOR-QTD-RECEBIDA (WRK-IDX-ACHADO).              00006530
             IF POR-CANCELADO                                           00006540
                 ADD 1 TO WRK-FOR-CANCELADOS (WRK-IDX-ACHADO)           00006550
             ELSE                                                       00006560
                 IF POR-QTD-RECEBIDA < POR-QTD-PEDIDA                   00006570
                     ADD 1 TO WRK-FOR-CURTOS (WRK-IDX-ACHADO)           00006580
                 END-IF                                                 00006590
             END-IF.                                                    00006600
       0260-99-FIM.            EXIT.                                    00006610
      *---------------------------------------------------              00006620
       0300-FINALIZAR                     SECTION.                      00006630
             MOVE ZERO TO WRK-IDX.                                      00006640
             PERFORM 0310-AVALIAR-FORNECEDOR                            00006650
                 UNTIL WRK-IDX >= WRK-QTD-FORNEC.                       00006660
             MOVE SPACES TO REL-LINHA.                                  00006670
             WRITE REL-LINHA.                                           00006680
             MOVE WRK-CONT-AVALIADOS TO WRK-ROD-AVALIADOS.              00006690
             MOVE WRK-CONT-ABAIXO    TO WRK-ROD-ABAIXO.                 00006700
             WRITE REL-LINHA FROM WRK-LINHA-RODAPE.                     00006710
             MOVE WRK-CONT-LIDOS                                        00006720
                 TO WRK-STT-REGISTROS.                                  00006730
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006740
             CLOSE LIVROMOV.                                            00006750
             IF WRK-FS-HISTCUS NOT EQUAL '35'                           00006760
                 CLOSE HISTCUSTO                                        00006770
             END-IF.                                                    00006780
             CLOSE PEDCOMPRA.                                           00006790
             CLOSE FORNEC-MASTER.                                       00006800
             CLOSE RELSCORE.                                            00006810
             DISPLAY '------------------'.                              00006820
             DISPLAY '  LANCAMENTOS LIDOS: ' WRK-CONT-LIDOS.            00006830
             DISPLAY '  RECEBIMENTOS.....: ' WRK-CONT-RECEBIMENTOS.     00006840
             DISPLAY '  SEM PEDIDO.......: ' WRK-CONT-ORFAOS.           00006850
             DISPLAY '  PEDIDOS NO MES...: ' WRK-CONT-PEDIDOS.          00006860
             DISPLAY '  AVALIADOS........: ' WRK-CONT-AVALIADOS.        00006870
             DISPLAY '  ABAIXO DO MINIMO.: ' WRK-CONT-ABAIXO.           00006880
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006890
             PERFORM 9000-TRATA-ERROS.                                  00006900
      *---------------------------------------------------              00006910
       0310-AVALIAR-FORNECEDOR            SECTION.                      00006920
      *    COMPOE A NOTA DO FORNECEDOR COM MOVIMENTO NO MES:            00006930
      *    40% DO PERCENTUAL NO PRAZO + 30% DO ATENDIMENTO + 20         00006940
      *    PONTOS SE O PRAZO MEDIO REAL NAO PASSA DO PROMETIDO          00006950
      *    (PROPORCIONAL SE PASSA) + 10 PONTOS MENOS A ALTA DE          00006960
      *    PRECO EM %. SEM ENTREGA NO MES, PRAZO ZERA; SEM              00006970
      *    PEDIDO VENCENDO NO MES, ATENDIMENTO VALE 100%                00006980
      *---------------------------------------------------              00006990
             ADD 1 TO WRK-IDX.                                          00007000
             ADD 1 TO WRK-CONT-AVALIADOS.                               00007010
             MOVE ZEROS TO WRK-PCT-PRAZO WRK-PRAZO-MEDIO                00007020
                           WRK-PONTOS-PRAZO WRK-PCT-VARIACAO.           00007030
             IF WRK-FOR-RECEB (WRK-IDX) > ZERO                          00007040
                 COMPUTE WRK-PCT-PRAZO ROUNDED =                        00007050
                     WRK-FOR-RECEB-PRAZO (WRK-IDX) * 100                00007060
                     / WRK-FOR-RECEB (WRK-IDX)                          00007070
                 COMPUTE WRK-PRAZO-MEDIO ROUNDED =                      00007080
                     WRK-FOR-DIAS-ENTREGA (WRK-IDX)                     00007090
                     / WRK-FOR-RECEB (WRK-IDX)                          00007100
                 IF WRK-PRAZO-MEDIO NOT > WRK-FOR-PRAZO (WRK-IDX)       00007110
                     MOVE 20 TO WRK-PONTOS-PRAZO                        00007120
                 ELSE                                                   00007130
                     COMPUTE WRK-PONTOS-PRAZO ROUNDED =                 00007140
                         20 * WRK-FOR-PRAZO (WRK-IDX)                   00007150
                         / WRK-PRAZO-MEDIO                              00007160
                 END-IF                                                 00007170
             END-IF.                                                    00007180
             IF WRK-FOR-QTD-PEDIDA (WRK-IDX) > ZERO                     00007190
                 COMPUTE WRK-PCT-ATEND ROUNDED =                        00007200
                     WRK-FOR-QTD-RECEBIDA (WRK-IDX) * 100               00007210
                     / WRK-FOR-QTD-PEDIDA (WRK-IDX)                     00007220
                 IF WRK-PCT-ATEND > 100                                 00007230
                     MOVE 100 TO WRK-PCT-ATEND                          00007240
                 END-IF                                                 00007250
             ELSE                                                       00007260
                 MOVE 100 TO WRK-PCT-ATEND                              00007270
             END-IF.                                                    00007280
             IF WRK-FOR-VLR-PEDIDO (WRK-IDX) > ZERO                     00007290
                 COMPUTE WRK-PCT-VARIACAO ROUNDED =                     00007300
                     (WRK-FOR-VLR-CUSTO (WRK-IDX)                       00007310
                      - WRK-FOR-VLR-PEDIDO (WRK-IDX)) * 100             00007320
                     / WRK-FOR-VLR-PEDIDO (WRK-IDX)                     00007330
             END-IF.                                                    00007340
             IF WRK-PCT-VARIACAO NOT > ZERO                             00007350
                 MOVE 10 TO WRK-PONTOS-PRECO                            00007360
             ELSE                                                       00007370
                 IF WRK-PCT-VARIACAO >= 10                              00007380
                     MOVE ZERO TO WRK-PONTOS-PRECO                      00007390
                 ELSE                                                   00007400
                     COMPUTE WRK-PONTOS-PRECO =                         00007410
                         10 - WRK-PCT-VARIACAO                          00007420
                 END-IF                                                 00007430
             END-IF.                                                    00007440
             COMPUTE WRK-NOTA ROUNDED =                                 00007450
                 WRK-PCT-PRAZO * 0.4 + WRK-PCT-ATEND * 0.3              00007460
                 + WRK-PONTOS-PRAZO + WRK-PONTOS-PRECO.                 00007470
             PERFORM 0320-IMPRIMIR-FORNECEDOR.                          00007480
             IF WRK-FOR-NO-MASTER (WRK-IDX)                             00007490
                 PERFORM 0330-GRAVAR-NOTA                               00007500
             END-IF.                                                    00007510
      *---------------------------------------------------              00007520
       0320-IMPRIMIR-FORNECEDOR           SECTION.                      00007530
             MOVE WRK-FOR-CODIGO (WRK-IDX)     TO WRK-DET-FORN.         00007540
             MOVE WRK-FOR-NOME (WRK-IDX)       TO WRK-DET-NOME.         00007550
             MOVE WRK-FOR-RECEB (WRK-IDX)      TO WRK-DET-RECEB.        00007560
             MOVE WRK-FOR-PRAZO (WRK-IDX)      TO WRK-DET-PRAZO.        00007570
             MOVE WRK-PRAZO-MEDIO              TO WRK-DET-REAL.         00007580
             MOVE WRK-PCT-PRAZO                TO WRK-DET-PCT-PRAZO.    00007590
             MOVE WRK-PCT-ATEND                TO WRK-DET-PCT-ATEND.    00007600
             MOVE WRK-FOR-CURTOS (WRK-IDX)     TO WRK-DET-CURTOS.       00007610
             MOVE WRK-FOR-CANCELADOS (WRK-IDX) TO WRK-DET-CANCEL.       00007620
             MOVE WRK-PCT-VARIACAO             TO WRK-DET-VARIACAO.     00007630
             MOVE WRK-NOTA                     TO WRK-DET-NOTA.         00007640
             IF WRK-NOTA < WRK-NOTA-MINIMA                              00007650
                 ADD 1 TO WRK-CONT-ABAIXO                               00007660
                 MOVE '*** ABAIXO DO MINIMO ***' TO WRK-DET-ALERTA      00007670
             ELSE                                                       00007680
                 MOVE SPACES TO WRK-DET-ALERTA                          00007690
             END-IF.                                                    00007700
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007710
      *---------------------------------------------------              00007720
       0330-GRAVAR-NOTA                   SECTION.                      00007730
      *    GRAVA A NOTA DO MES NO MASTER DE FORNECEDOR -                00007740
      *    FORNECEDOR SEM MOVIMENTO NO MES MANTEM A NOTA ANTERIOR       00007750
      *---------------------------------------------------              00007760
             MOVE WRK-FOR-CODIGO (WRK-IDX) TO FRN-CODIGO.               00007770
             READ FORNEC-MASTER                                         00007780
                 INVALID KEY                                            00007790
                     CONTINUE                                           00007800
                 NOT INVALID KEY                                        00007810
                     MOVE WRK-NOTA    TO FRN-NOTA                       00007820
                     MOVE WRK-MES-REF TO FRN-NOTA-MES                   00007830
                     IF WRK-NOTA < WRK-NOTA-MINIMA                      00007840
                         SET FRN-NOTA-ABAIXO TO TRUE                    00007850
                     ELSE                                               00007860
                         SET FRN-NOTA-NORMAL TO TRUE                    00007870
                     END-IF                                             00007880
                     REWRITE CPFOR01-REGISTRO                           00007890
             END-READ.                                                  00007900
      *---------------------------------------------------              00007910
       9000-TRATA-ERROS                   SECTION.                      00007920
      *---------------------------------------------------              00007930
             PERFORM 9050-GRAVAR-ERRLOG.                                00007940
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007950
             STOP RUN.                                                  00007960
      *--------------------------------------------------------------   00007970
       9000-99-FIM.            EXIT.                                    00007980
      *--------------------------------------------------------------   00007990
