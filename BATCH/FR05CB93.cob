      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB93.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: EXPIRACAO NOTURNA DOS ORCAMENTOS DE VENDA E       00000120
      *               RELATORIO DE CONVERSAO POR GERENTE. PERCORRE      00000130
      *               O ARQUIVO DE ORCAMENTOS (CPORC01) E MARCA         00000140
      *               EXPIRADA TODA LINHA AINDA ABERTA COM VALIDADE     00000150
      *               ANTERIOR A DATA DE NEGOCIO. PARA OS ORCAMENTOS    00000160
      *               EMITIDOS NO MES DA DATA DE NEGOCIO ACUMULA,       00000170
      *               POR GERENTE DE CONTA (ORC-GERENTE, GRAVADO NA     00000180
      *               EMISSAO PELA FR05CB92), A QUANTIDADE DE           00000190
      *               ORCAMENTOS EMITIDOS, CONVERTIDOS, EXPIRADOS E     00000200
      *               EM ABERTO, OS VALORES COTADO E CONVERTIDO E A     00000210
      *               TAXA DE CONVERSAO (CONVERTIDOS / EMITIDOS).       00000220
      *               O ORCAMENTO E CONTADO PELA LINHA 1 E O VALOR      00000230
      *               SOMA TODAS AS LINHAS. SEM ARQUIVO DE              00000240
      *               ORCAMENTOS O RELATORIO SAI ZERADO COM AVISO       00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000300
      *=======================================================*         00000310
                                                                        00000320
      *=======================================================*         00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=======================================================*         00000350
       INPUT-OUTPUT                              SECTION.               00000360
       FILE-CONTROL.                                                    00000370
             SELECT ORCAMENTOS ASSIGN TO ARQORC                         00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS SEQUENTIAL                              00000400
                RECORD KEY   IS ORC-CHAVE                               00000410
                FILE STATUS  IS WRK-FS-ORCAMENTO.                       00000420
                                                                        00000430
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000440
                ORGANIZATION IS INDEXED                                 00000450
                ACCESS MODE  IS DYNAMIC                                 00000460
                RECORD KEY   IS CAL-DATA                                00000470
                FILE STATUS  IS WRK-FS-CALEND.                          00000480
                                                                        00000490
             SELECT RELCONV  ASSIGN TO ARQRPT                           00000500
                FILE STATUS  IS WRK-FS-RELCONV.                         00000510
                                                                        00000520
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000530
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000540
                                                                        00000550
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000560
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000570
      *=======================================================*         00000580
       DATA                                      DIVISION.              00000590
      *=======================================================*         00000600
       FILE                                      SECTION.               00000610
       FD ORCAMENTOS.                                                   00000620
           COPY CPORC01.                                                00000630
                                                                        00000640
       FD CALENDARIO.                                                   00000650
           COPY CPCAL01.                                                00000660
                                                                        00000670
       FD RELCONV                                                       00000680
           RECORDING MODE IS F                                          00000690
           BLOCK CONTAINS 0 RECORDS.                                    00000700
       01 REL-LINHA                    PIC X(132).                      00000710
                                                                        00000720
       FD ERRLOG.                                                       00000730
           COPY CPERRL01.                                               00000740
                                                                        00000750
       FD ESTATIS                                                       00000760
           RECORDING MODE IS F                                          00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
           COPY CPSTA01.                                                00000790
      *---------------------------------------------------              00000800
       WORKING-STORAGE                           SECTION.               00000810
      *---------------------------------------------------              00000820
       77 WRK-FS-ORCAMENTO    PIC X(02) VALUE SPACES.                   00000830
       77 WRK-FS-RELCONV      PIC X(02) VALUE SPACES.                   00000840
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000850
       77 WRK-CONT-LIDOS      PIC 9(07) COMP VALUE ZERO.                00000860
       77 WRK-CONT-EXPIRADOS  PIC 9(07) COMP VALUE ZERO.                00000870
       77 WRK-CONT-MES        PIC 9(07) COMP VALUE ZERO.                00000880
       77 WRK-GERENTE-ORC     PIC X(15) VALUE SPACES.                   00000890
       01 WRK-DATA-REFERENCIA.                                          00000900
          05 WRK-REF-ANO-MES        PIC 9(06).                          00000910
          05 WRK-REF-DIA            PIC 9(02).                          00000920
       01 WRK-DATA-EMISSAO.                                             00000930
          05 WRK-EMI-ANO-MES        PIC 9(06).                          00000940
          05 WRK-EMI-DIA            PIC 9(02).                          00000950
      *---------------------------------------------------              00000960
      *    ACUMULADORES POR GERENTE DE CONTA                            00000970
      *---------------------------------------------------              00000980
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00000990
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00001000
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001010
       77 WRK-IDX-ACHADO      PIC 9(03) COMP VALUE ZERO.                00001020
       01 WRK-TABELA-GERENTES.                                          00001030
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00001040
             10 WRK-GER-NOME          PIC X(15).                        00001050
             10 WRK-GER-EMITIDOS      PIC 9(07) COMP.                   00001060
             10 WRK-GER-CONVERTIDOS   PIC 9(07) COMP.                   00001070
             10 WRK-GER-EXPIRADOS     PIC 9(07) COMP.                   00001080
             10 WRK-GER-ABERTOS       PIC 9(07) COMP.                   00001090
             10 WRK-GER-VALOR-COTADO  PIC 9(11)V99 COMP-3.              00001100
             10 WRK-GER-VALOR-CONV    PIC 9(11)V99 COMP-3.              00001110
       01 WRK-TOTAL-GERAL.                                              00001120
          05 WRK-TOT-EMITIDOS      PIC 9(07) COMP VALUE ZERO.           00001130
          05 WRK-TOT-CONVERTIDOS   PIC 9(07) COMP VALUE ZERO.           00001140
          05 WRK-TOT-EXPIRADOS     PIC 9(07) COMP VALUE ZERO.           00001150
          05 WRK-TOT-ABERTOS       PIC 9(07) COMP VALUE ZERO.           00001160
          05 WRK-TOT-VALOR-COTADO  PIC 9(11)V99 COMP-3 VALUE ZERO.      00001170
          05 WRK-TOT-VALOR-CONV    PIC 9(11)V99 COMP-3 VALUE ZERO.      00001180
       77 WRK-TAXA-CONVERSAO  PIC 9(03)V9 VALUE ZERO.                   00001190
      *---------------------------------------------------              00001200
      *    LINHAS DO RELATORIO                                          00001210
      *---------------------------------------------------              00001220
       77 WRK-NUM-PAGINA      PIC 9(05) COMP VALUE ZERO.                00001230
       77 WRK-LINHAS-PAGINA   PIC 9(03) COMP VALUE ZERO.                00001240
       77 WRK-MAX-LINHAS      PIC 9(03) COMP VALUE 40.                  00001250
       01 WRK-CABEC1.                                                   00001260
          05 FILLER               PIC X(44) VALUE                       00001270
             'CONVERSAO DE ORCAMENTOS POR GERENTE - MES '.              00001280
          05 WRK-CAB-ANO-MES      PIC 9(06).                            00001290
          05 FILLER               PIC X(02) VALUE SPACES.               00001300
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001310
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001320
          05 FILLER               PIC X(06) VALUE SPACES.               00001330
          05 FILLER               PIC X(08) VALUE 'PAGINA: '.           00001340
          05 WRK-CAB-PAGINA       PIC ZZZ9.                             00001350
                                                                        00001360
       01 WRK-CABEC2.                                                   00001370
          05 FILLER PIC X(15) VALUE 'GERENTE'.                          00001380
          05 FILLER PIC X(02) VALUE SPACES.                             00001390
          05 FILLER PIC X(09) VALUE ' EMITIDOS'.                        00001400
          05 FILLER PIC X(09) VALUE ' CONVERT.'.                        00001410
          05 FILLER PIC X(09) VALUE ' EXPIRAD.'.                        00001420
          05 FILLER PIC X(09) VALUE '  ABERTOS'.                        00001430
          05 FILLER PIC X(17) VALUE '     VALOR COTADO'.                00001440
          05 FILLER PIC X(17) VALUE '  VALOR CONVERT.'.                 00001450
          05 FILLER PIC X(08) VALUE '  TAXA %'.                         00001460
                                                                        00001470
       01 WRK-DETALHE.                                                  00001480
          05 WRK-DET-GERENTE      PIC X(15).                            00001490
          05 FILLER               PIC X(02) VALUE SPACES.               00001500
          05 WRK-DET-EMITIDOS     PIC Z(08)9.                           00001510
          05 WRK-DET-CONVERTIDOS  PIC Z(08)9.                           00001520
          05 WRK-DET-EXPIRADOS    PIC Z(08)9.                           00001530
          05 WRK-DET-ABERTOS      PIC Z(08)9.                           00001540
          05 FILLER               PIC X(01) VALUE SPACES.               00001550
          05 WRK-DET-VALOR-COTADO PIC Z(12)9.99.                        00001560
          05 FILLER               PIC X(01) VALUE SPACES.               00001570
          05 WRK-DET-VALOR-CONV   PIC Z(12)9.99.                        00001580
          05 FILLER               PIC X(02) VALUE SPACES.               00001590
          05 WRK-DET-TAXA         PIC ZZ9.9.                            00001600
                                                                        00001610
       01 WRK-RODAPE.                                                   00001620
          05 FILLER               PIC X(15) VALUE 'TOTAL GERAL'.        00001630
          05 FILLER               PIC X(02) VALUE SPACES.               00001640
          05 WRK-ROD-EMITIDOS     PIC Z(08)9.                           00001650
          05 WRK-ROD-CONVERTIDOS  PIC Z(08)9.                           00001660
          05 WRK-ROD-EXPIRADOS    PIC Z(08)9.                           00001670
          05 WRK-ROD-ABERTOS      PIC Z(08)9.                           00001680
          05 FILLER               PIC X(01) VALUE SPACES.               00001690
          05 WRK-ROD-VALOR-COTADO PIC Z(12)9.99.                        00001700
          05 FILLER               PIC X(01) VALUE SPACES.               00001710
          05 WRK-ROD-VALOR-CONV   PIC Z(12)9.99.                        00001720
          05 FILLER               PIC X(02) VALUE SPACES.               00001730
          05 WRK-ROD-TAXA         PIC ZZ9.9.                            00001740
       COPY CPCAB01.                                                    00001750
       COPY CPERR01.                                                    00001760
       COPY CPDTA01.                                                    00001770
       COPY CPSTT01.                                                    00001780
      *=========================================*                       00001790
       PROCEDURE DIVISION.                                              00001800
      *=========================================*                       00001810
                                                                        00001820
      *---------------------------------------------------              00001830
       0000-PRINCIPAL                     SECTION.                      00001840
      *---------------------------------------------------              00001850
             PERFORM 0100-INICIAR.                                      00001860
             PERFORM 0200-PROCESSAR                                     00001870
                 UNTIL WRK-FS-ORCAMENTO NOT EQUAL ZEROS.                00001880
             PERFORM 0300-FINALIZAR.                                    00001890
      *---------------------------------------------------              00001900
       0000-99-FIM.            EXIT.                                    00001910
      *---------------------------------------------------              00001920
                                                                        00001930
       0100-INICIAR                       SECTION.                      00001940
             MOVE 'FR05CB93' TO WRK-CAB-PROGRAMA.                       00001950
             PERFORM 0101-CABECALHO-PADRAO.                             00001960
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001970
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001980
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001990
             OPEN I-O ORCAMENTOS.                                       00002000
             OPEN OUTPUT RELCONV.                                       00002010
             PERFORM 0110-TESTAR-STATUS.                                00002020
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-REFERENCIA.              00002030
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002040
             MOVE WRK-REF-ANO-MES  TO WRK-CAB-ANO-MES.                  00002050
             PERFORM 0130-IMPRIMIR-CABECALHO.                           00002060
      *---------------------------------------------------              00002070
       0100-99-FIM.            EXIT.                                    00002080
      *---------------------------------------------------              00002090
           COPY CPCAB02.                                                00002100
           COPY CPERR02.                                                00002110
           COPY CPDTA02.                                                00002120
           COPY CPSTT02.                                                00002130
      *---------------------------------------------------              00002140
       0110-TESTAR-STATUS                 SECTION.                      00002150
      *    ARQUIVO DE ORCAMENTOS AINDA NAO CRIADO PELA FR05CB92         00002160
      *    (FILE STATUS 35) NAO E ERRO - NADA A EXPIRAR E O             00002170
      *    RELATORIO SAI ZERADO                                         00002180
      *---------------------------------------------------              00002190
             IF WRK-FS-ORCAMENTO EQUAL '35'                             00002200
                 DISPLAY ' AVISO: SEM ARQUIVO DE ORCAMENTOS - '         00002210
                         'NADA A EXPIRAR'                               00002220
             ELSE IF WRK-FS-ORCAMENTO NOT EQUAL ZEROS                   00002230
                 MOVE ' ERRO OPEN ORCAMENTOS ' TO WRK-MSG               00002240
                 PERFORM 9000-TRATA-ERROS                               00002250
             END-IF END-IF.                                             00002260
             IF WRK-FS-RELCONV NOT EQUAL ZEROS                          00002270
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002280
                 PERFORM 9000-TRATA-ERROS                               00002290
             END-IF.                                                    00002300
      *---------------------------------------------------              00002310
       0130-IMPRIMIR-CABECALHO            SECTION.                      00002320
      *    IMPRIME O CABECALHO DE UMA NOVA PAGINA E ZERA O              00002330
      *    CONTADOR DE LINHAS DA PAGINA                                 00002340
      *---------------------------------------------------              00002350
             ADD 1 TO WRK-NUM-PAGINA.                                   00002360
             MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.                     00002370
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002380
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002390
             MOVE ZERO TO WRK-LINHAS-PAGINA.                            00002400
      *---------------------------------------------------              00002410
       0200-PROCESSAR                     SECTION.                      00002420
             READ ORCAMENTOS NEXT RECORD.                               00002430
             IF WRK-FS-ORCAMENTO EQUAL ZEROS                            00002440
                 ADD 1 TO WRK-CONT-LIDOS                                00002450
                 PERFORM 0210-EXPIRAR-LINHA                             00002460
                 MOVE ORC-DATA-EMISSAO TO WRK-DATA-EMISSAO              00002470
                 IF WRK-EMI-ANO-MES EQUAL WRK-REF-ANO-MES               00002480
                     PERFORM 0220-ACUMULAR-LINHA                        00002490
                 END-IF                                                 00002500
             END-IF.                                                    00002510
      *---------------------------------------------------              00002520
       0210-EXPIRAR-LINHA                 SECTION.                      00002530
      *    LINHA AINDA ABERTA COM VALIDADE VENCIDA PASSA A              00002540
      *    EXPIRADA - NAO PODE MAIS SER CONVERTIDA EM PEDIDO            00002550
      *---------------------------------------------------              00002560
             IF ORC-ABERTO                                              00002570
                AND ORC-DATA-VALIDADE < WRK-DATA-NEGOCIO                00002580
                 SET ORC-EXPIRADO TO TRUE                               00002590
                 REWRITE CPORC01-REGISTRO                               00002600
                 IF WRK-FS-ORCAMENTO NOT EQUAL ZEROS                    00002610
                     MOVE ' ERRO REWRITE ORCAMENTOS ' TO WRK-MSG        00002620
                     PERFORM 9000-TRATA-ERROS                           00002630
                 END-IF                                                 00002640
                 IF ORC-ITEM NOT > 1                                    00002650
                     ADD 1 TO WRK-CONT-EXPIRADOS                        00002660
                 END-IF                                                 00002670
             END-IF.                                                    00002680
      *---------------------------------------------------              00002690
       0220-ACUMULAR-LINHA                SECTION.                      00002700
      *    A SITUACAO DO ORCAMENTO E CONTADA PELA LINHA 1; OS           00002710
      *    VALORES SOMAM TODAS AS LINHAS                                00002720
      *---------------------------------------------------              00002730
             MOVE '*SEM GERENTE*' TO WRK-GERENTE-ORC.                   00002740
             IF ORC-GERENTE NOT EQUAL SPACES                            00002750
                 MOVE ORC-GERENTE TO WRK-GERENTE-ORC                    00002760
             END-IF.                                                    00002770
             PERFORM 0227-LOCALIZAR-GERENTE.                            00002780
             ADD ORC-VALOR-TOTAL                                        00002790
                 TO WRK-GER-VALOR-COTADO (WRK-IDX-ACHADO).              00002800
             ADD ORC-VALOR-TOTAL TO WRK-TOT-VALOR-COTADO.               00002810
             IF ORC-CONVERTIDO                                          00002820
                 ADD ORC-VALOR-TOTAL                                    00002830
                     TO WRK-GER-VALOR-CONV (WRK-IDX-ACHADO)             00002840
                 ADD ORC-VALOR-TOTAL TO WRK-TOT-VALOR-CONV              00002850
             END-IF.                                                    00002860
             IF ORC-ITEM > 1                                            00002870
                 GO TO 0220-99-FIM                                      00002880
             END-IF.                                                    00002890
             ADD 1 TO WRK-CONT-MES.                                     00002900
             ADD 1 TO WRK-GER-EMITIDOS (WRK-IDX-ACHADO).                00002910
             ADD 1 TO WRK-TOT-EMITIDOS.                                 00002920
             EVALUATE TRUE                                              00002930
                 WHEN ORC-CONVERTIDO                                    00002940
                     ADD 1 TO WRK-GER-CONVERTIDOS (WRK-IDX-ACHADO)      00002950
                     ADD 1 TO WRK-TOT-CONVERTIDOS                       00002960
                 WHEN ORC-EXPIRADO                                      00002970
                     ADD 1 TO WRK-GER-EXPIRADOS (WRK-IDX-ACHADO)        00002980
                     ADD 1 TO WRK-TOT-EXPIRADOS                         00002990
                 WHEN OTHER                                             00003000
                     ADD 1 TO WRK-GER-ABERTOS (WRK-IDX-ACHADO)          00003010
                     ADD 1 TO WRK-TOT-ABERTOS                           00003020
             END-EVALUATE.                                              00003030
       0220-99-FIM.            EXIT.                                    00003040
      *---------------------------------------------------              00003050
       0227-LOCALIZAR-GERENTE             SECTION.                      00003060
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE NA            00003070
      *    TABELA DE ACUMULADORES                                       00003080
      *---------------------------------------------------              00003090
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003100
             MOVE ZERO TO WRK-IDX.                                      00003110
             PERFORM 0228-PROCURAR-UM-GERENTE                           00003120
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES                      00003130
                    OR WRK-IDX-ACHADO > ZERO.                           00003140
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003150
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00003160
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00003170
                         TO WRK-MSG                                     00003180
                     PERFORM 9000-TRATA-ERROS                           00003190
                 END-IF                                                 00003200
                 ADD 1 TO WRK-QTD-GERENTES                              00003210
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-ACHADO                00003220
                 MOVE WRK-GERENTE-ORC                                   00003230
                     TO WRK-GER-NOME (WRK-IDX-ACHADO)                   00003240
                 MOVE ZEROS TO WRK-GER-EMITIDOS (WRK-IDX-ACHADO)        00003250
                 MOVE ZEROS TO WRK-GER-CONVERTIDOS (WRK-IDX-ACHADO)     00003260
                 MOVE ZEROS TO WRK-GER-EXPIRADOS (WRK-IDX-ACHADO)       00003270
                 MOVE ZEROS TO WRK-GER-ABERTOS (WRK-IDX-ACHADO)         00003280
                 MOVE ZEROS TO WRK-GER-VALOR-COTADO (WRK-IDX-ACHADO)    00003290
                 MOVE ZEROS TO WRK-GER-VALOR-CONV (WRK-IDX-ACHADO)      00003300
             END-IF.                                                    00003310
      *---------------------------------------------------              00003320
       0228-PROCURAR-UM-GERENTE           SECTION.                      00003330
             ADD 1 TO WRK-IDX.                                          00003340
             IF WRK-GER-NOME (WRK-IDX) EQUAL WRK-GERENTE-ORC            00003350
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003360
             END-IF.                                                    00003370
      *---------------------------------------------------              00003380
       0300-FINALIZAR                     SECTION.                      00003390
             PERFORM 0320-IMPRIMIR-GERENTES.                            00003400
             PERFORM 0330-IMPRIMIR-RODAPE.                              00003410
             MOVE WRK-CONT-LIDOS                                        00003420
                 TO WRK-STT-REGISTROS.                                  00003430
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003440
             IF WRK-FS-ORCAMENTO NOT EQUAL '35'                         00003450
                 CLOSE ORCAMENTOS                                       00003460
             END-IF.                                                    00003470
             CLOSE RELCONV.                                             00003480
             DISPLAY '------------------'.                              00003490
             DISPLAY '  LINHAS LIDAS......: ' WRK-CONT-LIDOS.           00003500
             DISPLAY '  ORCAM. EXPIRADOS..: ' WRK-CONT-EXPIRADOS.       00003510
             DISPLAY '  ORCAM. DO MES.....: ' WRK-CONT-MES.             00003520
             DISPLAY '  GERENTES LISTADOS.: ' WRK-QTD-GERENTES.         00003530
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003540
             PERFORM 9000-TRATA-ERROS.                                  00003550
      *---------------------------------------------------              00003560
       0320-IMPRIMIR-GERENTES             SECTION.                      00003570
             MOVE ZERO TO WRK-IDX.                                      00003580
             PERFORM 0325-IMPRIMIR-UM-GERENTE                           00003590
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES.                     00003600
      *---------------------------------------------------              00003610
       0325-IMPRIMIR-UM-GERENTE           SECTION.                      00003620
             ADD 1 TO WRK-IDX.                                          00003630
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS                     00003640
                 PERFORM 0130-IMPRIMIR-CABECALHO                        00003650
             END-IF.                                                    00003660
             MOVE WRK-GER-NOME (WRK-IDX)        TO WRK-DET-GERENTE.     00003670
             MOVE WRK-GER-EMITIDOS (WRK-IDX)    TO WRK-DET-EMITIDOS.    00003680
             MOVE WRK-GER-CONVERTIDOS (WRK-IDX)                         00003690
                 TO WRK-DET-CONVERTIDOS.                                00003700
             MOVE WRK-GER-EXPIRADOS (WRK-IDX)   TO WRK-DET-EXPIRADOS.   00003710
             MOVE WRK-GER-ABERTOS (WRK-IDX)     TO WRK-DET-ABERTOS.     00003720
             MOVE WRK-GER-VALOR-COTADO (WRK-IDX)                        00003730
                 TO WRK-DET-VALOR-COTADO.                               00003740
             MOVE WRK-GER-VALOR-CONV (WRK-IDX)  TO WRK-DET-VALOR-CONV.  00003750
             MOVE ZERO TO WRK-TAXA-CONVERSAO.                           00003760
             IF WRK-GER-EMITIDOS (WRK-IDX) > ZERO                       00003770
                 COMPUTE WRK-TAXA-CONVERSAO ROUNDED =                   00003780
                     WRK-GER-CONVERTIDOS (WRK-IDX) * 100                00003790
                     / WRK-GER-EMITIDOS (WRK-IDX)                       00003800
             END-IF.                                                    00003810
             MOVE WRK-TAXA-CONVERSAO TO WRK-DET-TAXA.                   00003820
             WRITE REL-LINHA FROM WRK-DETALHE.                          00003830
             ADD 1 TO WRK-LINHAS-PAGINA.                                00003840
      *---------------------------------------------------              00003850
       0330-IMPRIMIR-RODAPE               SECTION.                      00003860
             MOVE WRK-TOT-EMITIDOS     TO WRK-ROD-EMITIDOS.             00003870
             MOVE WRK-TOT-CONVERTIDOS  TO WRK-ROD-CONVERTIDOS.          00003880
             MOVE WRK-TOT-EXPIRADOS    TO WRK-ROD-EXPIRADOS.            00003890
             MOVE WRK-TOT-ABERTOS      TO WRK-ROD-ABERTOS.              00003900
             MOVE WRK-TOT-VALOR-COTADO TO WRK-ROD-VALOR-COTADO.         00003910
             MOVE WRK-TOT-VALOR-CONV   TO WRK-ROD-VALOR-CONV.           00003920
             MOVE ZERO TO WRK-TAXA-CONVERSAO.                           00003930
             IF WRK-TOT-EMITIDOS > ZERO                                 00003940
                 COMPUTE WRK-TAXA-CONVERSAO ROUNDED =                   00003950
                     WRK-TOT-CONVERTIDOS * 100 / WRK-TOT-EMITIDOS       00003960
             END-IF.                                                    00003970
             MOVE WRK-TAXA-CONVERSAO TO WRK-ROD-TAXA.                   00003980
             WRITE REL-LINHA FROM WRK-RODAPE.                           00003990
      *---------------------------------------------------              00004000
       9000-TRATA-ERROS                   SECTION.                      00004010
      *---------------------------------------------------              00004020
             PERFORM 9050-GRAVAR-ERRLOG.                                00004030
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004040
             STOP RUN.                                                  00004050
      *--------------------------------------------------------------   00004060
       9000-99-FIM.            EXIT.                                    00004070
      *--------------------------------------------------------------   00004080
