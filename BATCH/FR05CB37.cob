      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     22/08/2026  IVS     PROGRAMA INICIAL                        00000260
      *     15/10/2026  IVS     A CLASSE DE CADA PRODUTO PASSA A        00000270
      *                         SER GRAVADA NO MASTER DE CONTAGEM       00000280
      *                         CICLICA (CPCIC01, ARQCIC), QUE DA A     00000290
      *                         FREQUENCIA DE CONTAGEM AO AGENDADOR     00000300
      *                         FR06CB26                                00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT RESUMO   ASSIGN TO ARQRES                           00000390
                ORGANIZATION IS INDEXED                                 00000400
                ACCESS MODE  IS SEQUENTIAL                              00000410
                RECORD KEY   IS RES-CODIGO                              00000420
                FILE STATUS  IS WRK-FS-RESUMO.                          00000430
                                                                        00000440
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000450
                                                                        00000460
             SELECT CICLO    ASSIGN TO ARQCIC                           00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS DYNAMIC                                 00000490
                RECORD KEY   IS CIC-CODIGO                              00000500
                FILE STATUS  IS WRK-FS-CICLO.                           00000510
                                                                        00000520
             SELECT RELABC   ASSIGN TO ARQRPT                           00000530
                FILE STATUS  IS WRK-FS-RELABC.                          00000540
                                                                        00000550
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000560
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000570
      *=======================================================*         00000580
       DATA                                      DIVISION.              00000590
      *=======================================================*         00000600
       FILE                                      SECTION.               00000610
       FD RESUMO.                                                       00000620
           COPY CPRESU01.                                               00000630
                                                                        00000640
       SD ORDENACAO.                                                    00000650
       01 ORD-REGISTRO.                                                 00000660
          05 ORD-PRECO-TOTAL       PIC 9(09)V99 COMP-3.                 00000670
          05 ORD-CODIGO            PIC 9(08).                           00000680
          05 ORD-DESCRICAO         PIC X(25).                           00000690
          05 ORD-CATEGORIA         PIC X(05).                           00000700
          05 ORD-QUANTIDADE        PIC 9(07).                           00000710
                                                                        00000720
       FD CICLO.                                                        00000730
           COPY CPCIC01.                                                00000740
                                                                        00000750
       FD RELABC                                                        00000760
           RECORDING MODE IS F                                          00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
       01 REL-LINHA                    PIC X(132).                      00000790
                                                                        00000800
       FD ERRLOG.                                                       00000810
           COPY CPERRL01.                                               00000820
      *---------------------------------------------------              00000830
       WORKING-STORAGE                           SECTION.               00000840
      *---------------------------------------------------              00000850
       77 WRK-FS-RESUMO       PIC X(02) VALUE SPACES.                   00000860
       77 WRK-FS-RELABC       PIC X(02) VALUE SPACES.                   00000870
       77 WRK-FS-CICLO        PIC X(02) VALUE SPACES.                   00000880
       77 WRK-CONT-CLASSE-GRV PIC 9(09) COMP VALUE ZERO.                00000890
       77 WRK-DATA-CLASSE     PIC 9(08) VALUE ZERO.                     00000900
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000910
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000920
       77 WRK-CONT-IMPRESSOS  PIC 9(09) COMP VALUE ZERO.                00000930
       77 WRK-NUM-PAGINA      PIC 9(05) COMP VALUE ZERO.                00000940
       77 WRK-LINHAS-PAGINA   PIC 9(03) COMP VALUE ZERO.                00000950
       77 WRK-MAX-LINHAS      PIC 9(03) COMP VALUE 40.                  00000960
      *---------------------------------------------------              00000970
      *    ACUMULADORES DO VALOR TOTAL E DA PARTICIPACAO                00000980
      *---------------------------------------------------              00000990
       77 WRK-TOTAL-GERAL     PIC 9(13)V99 COMP-3 VALUE ZERO.           00001000
       77 WRK-ACUMULADO       PIC 9(13)V99 COMP-3 VALUE ZERO.           00001010
       77 WRK-PARTICIPACAO    PIC 9(03)V99 COMP-3 VALUE ZERO.           00001020
       77 WRK-CLASSE          PIC X(01) VALUE SPACE.                    00001030
      *---------------------------------------------------              00001040
      *    TOTAIS POR CLASSE A/B/C                                      00001050
      *---------------------------------------------------              00001060
       01 WRK-TOTAIS-CLASSE.                                            00001070
          05 WRK-CLA-QTD          PIC 9(07) COMP VALUE ZERO.            00001080
          05 WRK-CLA-VALOR        PIC 9(13)V99 COMP-3 VALUE ZERO.       00001090
          05 WRK-CLB-QTD          PIC 9(07) COMP VALUE ZERO.            00001100
          05 WRK-CLB-VALOR        PIC 9(13)V99 COMP-3 VALUE ZERO.       00001110
          05 WRK-CLC-QTD          PIC 9(07) COMP VALUE ZERO.            00001120
          05 WRK-CLC-VALOR        PIC 9(13)V99 COMP-3 VALUE ZERO.       00001130
      *---------------------------------------------------              00001140
      *    DATA DO SISTEMA PARA O CABECALHO DO RELATORIO                00001150
      *---------------------------------------------------              00001160
       01 WRK-DATA-SISTEMA.                                             00001170
          05 WRK-DT-ANO          PIC 9(04).                             00001180
          05 WRK-DT-MES          PIC 9(02).                             00001190
          05 WRK-DT-DIA          PIC 9(02).                             00001200
      *---------------------------------------------------              00001210
      *    LINHAS DO RELATORIO                                          00001220
      *---------------------------------------------------              00001230
       01 WRK-CABEC1.                                                   00001240
          05 FILLER               PIC X(38) VALUE                       00001250
             'CLASSIFICACAO ABC DO ESTOQUE (PARETO)'.                   00001260
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001270
          05 WRK-CAB-DIA          PIC 9(02).                            00001280
          05 FILLER               PIC X(01) VALUE '/'.                  00001290
          05 WRK-CAB-MES          PIC 9(02).                            00001300
          05 FILLER               PIC X(01) VALUE '/'.                  00001310
          05 WRK-CAB-ANO          PIC 9(04).                            00001320
          05 FILLER               PIC X(06) VALUE SPACES.               00001330
          05 FILLER               PIC X(08) VALUE 'PAGINA: '.           00001340
          05 WRK-CAB-PAGINA       PIC ZZZ9.                             00001350
                                                                        00001360
       01 WRK-CABEC2.                                                   00001370
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00001380
          05 FILLER PIC X(02) VALUE SPACES.                             00001390
          05 FILLER PIC X(25) VALUE 'DESCRICAO'.                        00001400
          05 FILLER PIC X(02) VALUE SPACES.                             00001410
          05 FILLER PIC X(05) VALUE 'CATEG'.                            00001420
          05 FILLER PIC X(02) VALUE SPACES.                             00001430
          05 FILLER PIC X(09) VALUE 'QUANTIDE'.                         00001440
          05 FILLER PIC X(02) VALUE SPACES.                             00001450
          05 FILLER PIC X(14) VALUE 'PRECO TOTAL'.                      00001460
          05 FILLER PIC X(02) VALUE SPACES.                             00001470
          05 FILLER PIC X(09) VALUE 'ACUM PCT'.                         00001480
          05 FILLER PIC X(02) VALUE SPACES.                             00001490
          05 FILLER PIC X(06) VALUE 'CLASSE'.                           00001500
                                                                        00001510
       01 WRK-DETALHE.                                                  00001520
          05 WRK-DET-CODIGO       PIC Z(7)9.                            00001530
          05 FILLER               PIC X(04) VALUE SPACES.               00001540
          05 WRK-DET-DESCRICAO    PIC X(25).                            00001550
          05 FILLER               PIC X(02) VALUE SPACES.               00001560
          05 WRK-DET-CATEGORIA    PIC X(05).                            00001570
          05 FILLER               PIC X(02) VALUE SPACES.               00001580
          05 WRK-DET-QUANTIDADE   PIC Z(6)9.                            00001590
          05 FILLER               PIC X(03) VALUE SPACES.               00001600
          05 WRK-DET-PRECO-TOTAL  PIC Z(10)9.99.                        00001610
          05 FILLER               PIC X(04) VALUE SPACES.               00001620
          05 WRK-DET-PCT          PIC ZZ9.99.                           00001630
          05 FILLER               PIC X(05) VALUE SPACES.               00001640
          05 WRK-DET-CLASSE       PIC X(01).                            00001650
                                                                        00001660
       01 WRK-LINHA-CLASSE.                                             00001670
          05 FILLER               PIC X(07) VALUE 'CLASSE '.            00001680
          05 WRK-CLS-NOME         PIC X(01).                            00001690
          05 FILLER               PIC X(14) VALUE ' - PRODUTOS: '.      00001700
          05 WRK-CLS-QTD          PIC Z(6)9.                            00001710
          05 FILLER               PIC X(10) VALUE '  VALOR: '.          00001720
          05 WRK-CLS-VALOR        PIC Z(12)9.99.                        00001730
       COPY CPCAB01.                                                    00001740
       COPY CPERR01.                                                    00001750
      *=========================================*                       00001760
       PROCEDURE DIVISION.                                              00001770
      *=========================================*                       00001780
                                                                        00001790
      *---------------------------------------------------              00001800
       0000-PRINCIPAL                     SECTION.                      00001810
      *---------------------------------------------------              00001820
            PERFORM 0100-INICIAR.                                       00001830
            SORT ORDENACAO                                              00001840
                ON DESCENDING KEY ORD-PRECO-TOTAL                       00001850
                INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                  00001860
                OUTPUT PROCEDURE IS 0500-CLASSIFICAR.                   00001870
            PERFORM 0300-FINALIZAR.                                     00001880
      *---------------------------------------------------              00001890
       0000-99-FIM.            EXIT.                                    00001900
      *---------------------------------------------------              00001910
                                                                        00001920
       0100-INICIAR                       SECTION.                      00001930
            MOVE 'FR05CB37' TO WRK-CAB-PROGRAMA.                        00001940
            PERFORM 0101-CABECALHO-PADRAO.                              00001950
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00001960
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-CLASSE.                   00001970
            OPEN INPUT RESUMO.                                          00001980
            OPEN OUTPUT RELABC.                                         00001990
            PERFORM 0115-ABRIR-CICLO.                                   00002000
            PERFORM 0110-TESTAR-STATUS.                                 00002010
            PERFORM 0120-MONTAR-CABECALHO.                              00002020
            PERFORM 0130-IMPRIMIR-CABECALHO.                            00002030
      *---------------------------------------------------              00002040
       0100-99-FIM.            EXIT.                                    00002050
      *---------------------------------------------------              00002060
           COPY CPCAB02.                                                00002070
           COPY CPERR02.                                                00002080
      *---------------------------------------------------              00002090
       0110-TESTAR-STATUS                 SECTION.                      00002100
            IF WRK-FS-RESUMO NOT EQUAL ZEROS                            00002110
                MOVE ' ERRO OPEN RESUMO ' TO WRK-MSG                    00002120
                PERFORM 9000-TRATA-ERROS                                00002130
            END-IF.                                                     00002140
            IF WRK-FS-RELABC NOT EQUAL ZEROS                            00002150
                MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                 00002160
                PERFORM 9000-TRATA-ERROS                                00002170
            END-IF.                                                     00002180
            IF WRK-FS-CICLO NOT EQUAL ZEROS                             00002190
                MOVE ' ERRO OPEN MASTER DE CONTAGEM CICLICA '           00002200
                    TO WRK-MSG                                          00002210
                PERFORM 9000-TRATA-ERROS                                00002220
            END-IF.                                                     00002230
      *---------------------------------------------------              00002240
       0115-ABRIR-CICLO                   SECTION.                      00002250
      *    ABRE O MASTER DE CONTAGEM CICLICA, CRIANDO-O NA              00002260
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002270
      *---------------------------------------------------              00002280
            OPEN I-O CICLO.                                             00002290
            IF WRK-FS-CICLO EQUAL '35'                                  00002300
                OPEN OUTPUT CICLO                                       00002310
                CLOSE CICLO                                             00002320
                OPEN I-O CICLO                                          00002330
            END-IF.                                                     00002340
      *---------------------------------------------------              00002350
       0120-MONTAR-CABECALHO              SECTION.                      00002360
            MOVE WRK-DT-DIA TO WRK-CAB-DIA.                             00002370
            MOVE WRK-DT-MES TO WRK-CAB-MES.                             00002380
            MOVE WRK-DT-ANO TO WRK-CAB-ANO.                             00002390
      *---------------------------------------------------              00002400
       0130-IMPRIMIR-CABECALHO            SECTION.                      00002410
            ADD 1 TO WRK-NUM-PAGINA.                                    00002420
            MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.                      00002430
            WRITE REL-LINHA FROM WRK-CABEC1.                            00002440
            WRITE REL-LINHA FROM WRK-CABEC2.                            00002450
            MOVE ZERO TO WRK-LINHAS-PAGINA.                             00002460
      *---------------------------------------------------              00002470
       0400-ALIMENTAR-SORT                SECTION.                      00002480
      *    PROCEDURE DE ENTRADA DO SORT - LE O RESUMO INTEIRO,          00002490
      *    ACUMULA O VALOR TOTAL GERAL E LIBERA UM REGISTRO DE          00002500
      *    ORDENACAO POR PRODUTO                                        00002510
      *---------------------------------------------------              00002520
            PERFORM 0410-LIBERAR-UM-REGISTRO                            00002530
                UNTIL WRK-FS-RESUMO EQUAL '10'.                         00002540
      *---------------------------------------------------              00002550
       0410-LIBERAR-UM-REGISTRO           SECTION.                      00002560
            READ RESUMO NEXT RECORD.                                    00002570
            IF WRK-FS-RESUMO EQUAL ZEROS                                00002580
                ADD 1 TO WRK-CONT-LIDOS                                 00002590
                ADD RES-PRECO-TOTAL TO WRK-TOTAL-GERAL                  00002600
                MOVE RES-PRECO-TOTAL TO ORD-PRECO-TOTAL                 00002610
                MOVE RES-CODIGO      TO ORD-CODIGO                      00002620
                MOVE RES-DESCRICAO   TO ORD-DESCRICAO                   00002630
                MOVE RES-CATEGORIA   TO ORD-CATEGORIA                   00002640
                MOVE RES-QUANTIDADE  TO ORD-QUANTIDADE                  00002650
                RELEASE ORD-REGISTRO                                    00002660
            END-IF.                                                     00002670
      *---------------------------------------------------              00002680
       0500-CLASSIFICAR                   SECTION.                      00002690
      *    PROCEDURE DE SAIDA DO SORT - RECEBE OS PRODUTOS EM           00002700
      *    ORDEM DECRESCENTE DE VALOR, ACUMULA A PARTICIPACAO NO        00002710
      *    TOTAL GERAL E MARCA A CLASSE A/B/C                           00002720
      *---------------------------------------------------              00002730
            PERFORM 0510-CLASSIFICAR-UM                                 00002740
                UNTIL WRK-FS-RESUMO EQUAL '99'.                         00002750
      *---------------------------------------------------              00002760
       0510-CLASSIFICAR-UM                SECTION.                      00002770
            RETURN ORDENACAO                                            00002780
                AT END                                                  00002790
                    MOVE '99' TO WRK-FS-RESUMO                          00002800
                NOT AT END                                              00002810
                    PERFORM 0520-MARCAR-CLASSE                          00002820
            END-RETURN.                                                 00002830
      *---------------------------------------------------              00002840
       0520-MARCAR-CLASSE                 SECTION.                      00002850
            ADD ORD-PRECO-TOTAL TO WRK-ACUMULADO.                       00002860
            IF WRK-TOTAL-GERAL EQUAL ZEROS                              00002870
                MOVE ZEROS TO WRK-PARTICIPACAO                          00002880
            ELSE                                                        00002890
                COMPUTE WRK-PARTICIPACAO ROUNDED =                      00002900
                    WRK-ACUMULADO * 100 / WRK-TOTAL-GERAL               00002910
            END-IF.                                                     00002920
            EVALUATE TRUE                                               00002930
                WHEN WRK-PARTICIPACAO NOT > 80                          00002940
                    MOVE 'A' TO WRK-CLASSE                              00002950
                    ADD 1 TO WRK-CLA-QTD                                00002960
                    ADD ORD-PRECO-TOTAL TO WRK-CLA-VALOR                00002970
                WHEN WRK-PARTICIPACAO NOT > 95                          00002980
                    MOVE 'B' TO WRK-CLASSE                              00002990
                    ADD 1 TO WRK-CLB-QTD                                00003000
                    ADD ORD-PRECO-TOTAL TO WRK-CLB-VALOR                00003010
                WHEN OTHER                                              00003020
                    MOVE 'C' TO WRK-CLASSE                              00003030
                    ADD 1 TO WRK-CLC-QTD                                00003040
                    ADD ORD-PRECO-TOTAL TO WRK-CLC-VALOR                00003050
            END-EVALUATE.                                               00003060
            ADD 1 TO WRK-CONT-IMPRESSOS.                                00003070
            IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS                      00003080
                PERFORM 0130-IMPRIMIR-CABECALHO                         00003090
            END-IF.                                                     00003100
            MOVE ORD-CODIGO        TO WRK-DET-CODIGO.                   00003110
            MOVE ORD-DESCRICAO     TO WRK-DET-DESCRICAO.                00003120
            MOVE ORD-CATEGORIA     TO WRK-DET-CATEGORIA.                00003130
            MOVE ORD-QUANTIDADE    TO WRK-DET-QUANTIDADE.               00003140
            MOVE ORD-PRECO-TOTAL   TO WRK-DET-PRECO-TOTAL.              00003150
            MOVE WRK-PARTICIPACAO  TO WRK-DET-PCT.                      00003160
            MOVE WRK-CLASSE        TO WRK-DET-CLASSE.                   00003170
            WRITE REL-LINHA FROM WRK-DETALHE.                           00003180
            ADD 1 TO WRK-LINHAS-PAGINA.                                 00003190
            PERFORM 0530-GRAVAR-CLASSE.                                 00003200
      *---------------------------------------------------              00003210
       0530-GRAVAR-CLASSE                 SECTION.                      00003220
      *    GRAVA A CLASSE NO MASTER DE CONTAGEM CICLICA, BASE DA        00003230
      *    FREQUENCIA DE CONTAGEM DO AGENDADOR FR06CB26 - AS            00003240
      *    DATAS DE CONTAGEM DO PRODUTO JA CADASTRADO FICAM             00003250
      *---------------------------------------------------              00003260
            MOVE ORD-CODIGO TO CIC-CODIGO.                              00003270
            READ CICLO                                                  00003280
                INVALID KEY                                             00003290
                    MOVE SPACES          TO CPCIC01-REGISTRO            00003300
                    MOVE ORD-CODIGO      TO CIC-CODIGO                  00003310
                    MOVE WRK-CLASSE      TO CIC-CLASSE-ABC              00003320
                    MOVE WRK-DATA-CLASSE TO CIC-DATA-CLASSE             00003330
                    MOVE ZEROS TO CIC-DATA-ULT-CONTAGEM                 00003340
                    MOVE ZEROS TO CIC-DATA-PROGRAMADA                   00003350
                    MOVE ZEROS TO CIC-QTD-ULT-CONTAGEM                  00003360
                    MOVE ZEROS TO CIC-DIVERG-ULT-CONTAGEM               00003370
                    WRITE CPCIC01-REGISTRO                              00003380
                NOT INVALID KEY                                         00003390
                    MOVE WRK-CLASSE      TO CIC-CLASSE-ABC              00003400
                    MOVE WRK-DATA-CLASSE TO CIC-DATA-CLASSE             00003410
                    REWRITE CPCIC01-REGISTRO                            00003420
            END-READ.                                                   00003430
            IF WRK-FS-CICLO NOT EQUAL ZEROS                             00003440
                MOVE ' ERRO GRAVACAO MASTER DE CONTAGEM CICLICA '       00003450
                    TO WRK-MSG                                          00003460
                PERFORM 9000-TRATA-ERROS                                00003470
            END-IF.                                                     00003480
            ADD 1 TO WRK-CONT-CLASSE-GRV.                               00003490
      *---------------------------------------------------              00003500
       0300-FINALIZAR                     SECTION.                      00003510
            PERFORM 0310-IMPRIMIR-CLASSES.                              00003520
            CLOSE RESUMO.                                               00003530
            CLOSE RELABC.                                               00003540
            CLOSE CICLO.                                                00003550
            DISPLAY '------------------'.                               00003560
            DISPLAY '  PRODUTOS LIDOS......: ' WRK-CONT-LIDOS.          00003570
            DISPLAY '  PRODUTOS IMPRESSOS..: ' WRK-CONT-IMPRESSOS.      00003580
            DISPLAY '  CLASSE A............: ' WRK-CLA-QTD.             00003590
            DISPLAY '  CLASSE B............: ' WRK-CLB-QTD.             00003600
            DISPLAY '  CLASSE C............: ' WRK-CLC-QTD.             00003610
            DISPLAY '  CLASSES GRAVADAS....: ' WRK-CONT-CLASSE-GRV.     00003620
            MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                        00003630
            PERFORM 9000-TRATA-ERROS.                                   00003640
      *---------------------------------------------------              00003650
       0310-IMPRIMIR-CLASSES              SECTION.                      00003660
      *    IMPRIME A LINHA DE RESUMO DE CADA CLASSE                     00003670
      *---------------------------------------------------              00003680
            MOVE 'A'           TO WRK-CLS-NOME.                         00003690
            MOVE WRK-CLA-QTD   TO WRK-CLS-QTD.                          00003700
            MOVE WRK-CLA-VALOR TO WRK-CLS-VALOR.                        00003710
            WRITE REL-LINHA FROM WRK-LINHA-CLASSE.                      00003720
            MOVE 'B'           TO WRK-CLS-NOME.                         00003730
            MOVE WRK-CLB-QTD   TO WRK-CLS-QTD.                          00003740
            MOVE WRK-CLB-VALOR TO WRK-CLS-VALOR.                        00003750
            WRITE REL-LINHA FROM WRK-LINHA-CLASSE.                      00003760
            MOVE 'C'           TO WRK-CLS-NOME.                         00003770
            MOVE WRK-CLC-QTD   TO WRK-CLS-QTD.                          00003780
            MOVE WRK-CLC-VALOR TO WRK-CLS-VALOR.                        00003790
            WRITE REL-LINHA FROM WRK-LINHA-CLASSE.                      00003800
      *---------------------------------------------------              00003810
       9000-TRATA-ERROS                   SECTION.                      00003820
      *---------------------------------------------------              00003830
            PERFORM 9050-GRAVAR-ERRLOG.                                 00003840
            DISPLAY '  MENSAGEM        '  WRK-MSG.                      00003850
            STOP RUN.                                                   00003860
      *--------------------------------------------------------------   00003870
       9000-99-FIM.            EXIT.                                    00003880
      *--------------------------------------------------------------   00003890
