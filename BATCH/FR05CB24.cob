      *                         PERFORM DE 0115-ABRIR-SALDOS TINHA      00000420
      *                         FICADO DE FORA DO 0100 E A LINHA        00000430
      *                         DE DEPOSITOS SAIA SEMPRE ZERADA         00000440
      *     15/10/2026  IVS     A TRANSFERENCIA SUGERIDA ENTRE          00000450
      *                         DEPOSITOS (FR06CB25, ARQTRS) E          00000460
      *                         LIDA EM PARALELO COM O MASTER: A        00000470
      *                         QUANTIDADE TRANSFERIDA SAI DA           00000480
      *                         COMPRA SUGERIDA, E COMPRA TODA          00000490
      *                         COBERTA NAO GERA SUGESTAO               00000500
      *=======================================================*         00000510
                                                                        00000520
      *=======================================================*         00000530
       ENVIRONMENT                               DIVISION.              00000540
      *=======================================================*         00000550
       INPUT-OUTPUT                              SECTION.               00000560
       FILE-CONTROL.                                                    00000570
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000580
                ORGANIZATION IS INDEXED                                 00000590
                ACCESS MODE  IS SEQUENTIAL                              00000600
                RECORD KEY   IS PRDM-CODIGO                             00000610
                FILE STATUS  IS WRK-FS-PRDM.                            00000620
                                                                        00000630
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000640
                ORGANIZATION IS INDEXED                                 00000650
                ACCESS MODE  IS DYNAMIC                                 00000660
                RECORD KEY   IS SLD-CHAVE                               00000670
                FILE STATUS  IS WRK-FS-SALDOS.                          00000680
                                                                        00000690
             SELECT TRANSFERENCIA ASSIGN TO ARQTRS                      00000700
                FILE STATUS  IS WRK-FS-TRANSF.                          00000710
                                                                        00000720
             SELECT SUGESTAO ASSIGN TO ARQSUG                           00000730
                FILE STATUS  IS WRK-FS-SUGESTAO.                        00000740
                                                                        00000750
             SELECT RELBAIXO ASSIGN TO ARQRPT                           00000760
                FILE STATUS  IS WRK-FS-RELBAIXO.                        00000770
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
       FD PRODUTO-MASTER.                                               00000880
           COPY CPPRDM01.                                               00000890
                                                                        00000900
       FD SALDOS.                                                       00000910
           COPY CPSLD01.                                                00000920
                                                                        00000930
       FD TRANSFERENCIA                                                 00000940
           RECORDING MODE IS F                                          00000950
           BLOCK CONTAINS 0 RECORDS.                                    00000960
           COPY CPMOV01.                                                00000970
                                                                        00000980
       FD SUGESTAO                                                      00000990
           RECORDING MODE IS F                                          00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
           COPY CPSUG01.                                                00001020
                                                                        00001030
       FD RELBAIXO                                                      00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
       01 REL-LINHA                    PIC X(132).                      00001070
                                                                        00001080
       FD ERRLOG.                                                       00001090
           COPY CPERRL01.                                               00001100
                                                                        00001110
       FD ESTATIS                                                       00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPSTA01.                                                00001150
      *---------------------------------------------------              00001160
       WORKING-STORAGE                           SECTION.               00001170
      *---------------------------------------------------              00001180
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001190
       77 WRK-FS-SUGESTAO     PIC X(02) VALUE SPACES.                   00001200
       77 WRK-FS-RELBAIXO     PIC X(02) VALUE SPACES.                   00001210
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001220
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001230
       77 WRK-CONT-SUGERIDOS  PIC 9(09) COMP VALUE ZERO.                00001240
       77 WRK-QTD-DISPONIVEL  PIC S9(07) COMP-3 VALUE ZERO.             00001250
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00001260
       77 WRK-DEPOSITO        PIC X(02) VALUE SPACES.                   00001270
      *---------------------------------------------------              00001280
      *    TRANSFERENCIAS SUGERIDAS ENTRE DEPOSITOS (FR06CB25),         00001290
      *    LIDAS EM PARALELO COM O MASTER - AMBOS EM ORDEM DE           00001300
      *    CODIGO DE PRODUTO                                            00001310
      *---------------------------------------------------              00001320
       77 WRK-FS-TRANSF       PIC X(02) VALUE SPACES.                   00001330
       77 WRK-TRS-CODIGO      PIC 9(09) VALUE ZERO.                     00001340
       77 WRK-QTD-TRANSF-PROD PIC 9(07) VALUE ZERO.                     00001350
       77 WRK-QTD-COMPRA      PIC S9(07) COMP-3 VALUE ZERO.             00001360
       77 WRK-CONT-COBERTOS   PIC 9(09) COMP VALUE ZERO.                00001370
       01 WRK-LINHA-TRANSF.                                             00001380
          05 FILLER               PIC X(27) VALUE                       00001390
             '   TRANSFERENCIA SUGERIDA: '.                             00001400
          05 WRK-LTR-QUANTIDADE   PIC Z(6)9.                            00001410
          05 FILLER               PIC X(13) VALUE ' DO DEPOSITO '.      00001420
          05 WRK-LTR-ORIGEM       PIC X(02).                            00001430
          05 FILLER               PIC X(06) VALUE ' PARA '.             00001440
          05 WRK-LTR-DESTINO      PIC X(02).                            00001450
          05 FILLER               PIC X(03) VALUE ' - '.                00001460
          05 WRK-LTR-SITUACAO     PIC X(30).                            00001470
       01 WRK-LINHA-DEPOSITOS.                                          00001480
          05 FILLER               PIC X(14) VALUE '   DEPOSITO 01'.     00001490
          05 FILLER               PIC X(02) VALUE ': '.                 00001500
          05 WRK-DEP-SALDO-01     PIC Z(6)9.                            00001510
          05 FILLER               PIC X(14) VALUE '   DEPOSITO 02'.     00001520
          05 FILLER               PIC X(02) VALUE ': '.                 00001530
          05 WRK-DEP-SALDO-02     PIC Z(6)9.                            00001540
       77 WRK-NUM-PAGINA      PIC 9(05) COMP VALUE ZERO.                00001550
       77 WRK-LINHAS-PAGINA   PIC 9(03) COMP VALUE ZERO.                00001560
       77 WRK-MAX-LINHAS      PIC 9(03) COMP VALUE 40.                  00001570
      *---------------------------------------------------              00001580
      *    DATA DO SISTEMA PARA O CABECALHO E PARA O REGISTRO           00001590
      *    DE SUGESTAO                                                  00001600
      *---------------------------------------------------              00001610
       01 WRK-DATA-SISTEMA.                                             00001620
          05 WRK-DT-ANO          PIC 9(04).                             00001630
          05 WRK-DT-MES          PIC 9(02).                             00001640
          05 WRK-DT-DIA          PIC 9(02).                             00001650
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZERO.                    00001660
      *---------------------------------------------------              00001670
      *    LINHAS DO RELATORIO                                          00001680
      *---------------------------------------------------              00001690
       01 WRK-CABEC1.                                                   00001700
          05 FILLER               PIC X(34) VALUE                       00001710
             'RELATORIO DE ESTOQUE BAIXO'.                              00001720
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001730
          05 WRK-CAB-DIA          PIC 9(02).                            00001740
          05 FILLER               PIC X(01) VALUE '/'.                  00001750
          05 WRK-CAB-MES          PIC 9(02).                            00001760
          05 FILLER               PIC X(01) VALUE '/'.                  00001770
          05 WRK-CAB-ANO          PIC 9(04).                            00001780
          05 FILLER               PIC X(06) VALUE SPACES.               00001790
          05 FILLER               PIC X(08) VALUE 'PAGINA: '.           00001800
          05 WRK-CAB-PAGINA       PIC ZZZ9.                             00001810
                                                                        00001820
       01 WRK-CABEC2.                                                   00001830
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00001840
          05 FILLER PIC X(02) VALUE SPACES.                             00001850
          05 FILLER PIC X(25) VALUE 'DESCRICAO'.                        00001860
          05 FILLER PIC X(02) VALUE SPACES.                             00001870
          05 FILLER PIC X(05) VALUE 'CATEG'.                            00001880
          05 FILLER PIC X(02) VALUE SPACES.                             00001890
          05 FILLER PIC X(09) VALUE 'SALDO'.                            00001900
          05 FILLER PIC X(02) VALUE SPACES.                             00001910
          05 FILLER PIC X(09) VALUE 'PONTO'.                            00001920
          05 FILLER PIC X(02) VALUE SPACES.                             00001930
          05 FILLER PIC X(09) VALUE 'SUGERIDO'.                         00001940
                                                                        00001950
       01 WRK-DETALHE.                                                  00001960
          05 WRK-DET-CODIGO       PIC Z(7)9.                            00001970
          05 FILLER               PIC X(02) VALUE SPACES.               00001980
          05 WRK-DET-DESCRICAO    PIC X(25).                            00001990
          05 FILLER               PIC X(02) VALUE SPACES.               00002000
          05 WRK-DET-CATEGORIA    PIC X(05).                            00002010
          05 FILLER               PIC X(02) VALUE SPACES.               00002020
          05 WRK-DET-SALDO        PIC Z(6)9.                            00002030
          05 FILLER               PIC X(02) VALUE SPACES.               00002040
          05 WRK-DET-PONTO        PIC Z(6)9.                            00002050
          05 FILLER               PIC X(02) VALUE SPACES.               00002060
          05 WRK-DET-SUGERIDO     PIC Z(6)9.                            00002070
                                                                        00002080
       01 WRK-RODAPE.                                                   00002090
          05 FILLER PIC X(29) VALUE 'TOTAL DE PRODUTOS SUGERIDOS.:'.    00002100
          05 FILLER PIC X(01) VALUE SPACES.                             00002110
          05 WRK-ROD-TOTAL        PIC Z(8)9.                            00002120
       COPY CPCAB01.                                                    00002130
       COPY CPERR01.                                                    00002140
       COPY CPSTT01.                                                    00002150
      *=========================================*                       00002160
       PROCEDURE DIVISION.                                              00002170
      *=========================================*                       00002180
                                                                        00002190
      *---------------------------------------------------              00002200
       0000-PRINCIPAL                     SECTION.                      00002210
      *---------------------------------------------------              00002220
            PERFORM 0100-INICIAR.                                       00002230
            PERFORM 0200-PROCESSAR UNTIL WRK-FS-PRDM EQUAL '10'.        00002240
            PERFORM 0300-FINALIZAR.                                     00002250
      *---------------------------------------------------              00002260
       0000-99-FIM.            EXIT.                                    00002270
      *---------------------------------------------------              00002280
                                                                        00002290
       0100-INICIAR                       SECTION.                      00002300
            MOVE 'FR05CB24' TO WRK-CAB-PROGRAMA.                        00002310
            PERFORM 0101-CABECALHO-PADRAO.                              00002320
            PERFORM 0131-INICIAR-ESTATISTICA.                           00002330
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00002340
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-ATUAL.                    00002350
            OPEN INPUT PRODUTO-MASTER.                                  00002360
            OPEN OUTPUT SUGESTAO.                                       00002370
            OPEN OUTPUT RELBAIXO.                                       00002380
            PERFORM 0115-ABRIR-SALDOS.                                  00002390
            PERFORM 0116-ABRIR-TRANSFERENCIAS.                          00002400
            PERFORM 0110-TESTAR-STATUS.                                 00002410
            PERFORM 0120-MONTAR-CABECALHO.                              00002420
            PERFORM 0130-IMPRIMIR-CABECALHO.                            00002430
      *---------------------------------------------------              00002440
       0100-99-FIM.            EXIT.                                    00002450
      *---------------------------------------------------              00002460
           COPY CPCAB02.                                                00002470
           COPY CPERR02.                                                00002480
           COPY CPSTT02.                                                00002490
      *---------------------------------------------------              00002500
       0110-TESTAR-STATUS                 SECTION.                      00002510
            IF WRK-FS-PRDM NOT EQUAL ZEROS                              00002520
                MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG            00002530
                PERFORM 9000-TRATA-ERROS                                00002540
            END-IF.                                                     00002550
            IF WRK-FS-SUGESTAO NOT EQUAL ZEROS                          00002560
                MOVE ' ERRO OPEN SUGESTAO ' TO WRK-MSG                  00002570
                PERFORM 9000-TRATA-ERROS                                00002580
            END-IF.                                                     00002590
            IF WRK-FS-RELBAIXO NOT EQUAL ZEROS                          00002600
                MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                 00002610
                PERFORM 9000-TRATA-ERROS                                00002620
            END-IF.                                                     00002630
      *---------------------------------------------------              00002640
       0120-MONTAR-CABECALHO              SECTION.                      00002650
      *    MONTA A LINHA DE CABECALHO COM A DATA DO SISTEMA, FIXA       00002660
      *    PARA TODAS AS PAGINAS DESTA EXECUCAO                         00002670
      *---------------------------------------------------              00002680
            MOVE WRK-DT-DIA TO WRK-CAB-DIA.                             00002690
            MOVE WRK-DT-MES TO WRK-CAB-MES.                             00002700
            MOVE WRK-DT-ANO TO WRK-CAB-ANO.                             00002710
      *---------------------------------------------------              00002720
       0130-IMPRIMIR-CABECALHO            SECTION.                      00002730
      *    IMPRIME O CABECALHO DE UMA NOVA PAGINA E ZERA O              00002740
      *    CONTADOR DE LINHAS DA PAGINA                                 00002750
      *---------------------------------------------------              00002760
            ADD 1 TO WRK-NUM-PAGINA.                                    00002770
            MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.                      00002780
            WRITE REL-LINHA FROM WRK-CABEC1.                            00002790
            WRITE REL-LINHA FROM WRK-CABEC2.                            00002800
            MOVE ZERO TO WRK-LINHAS-PAGINA.                             00002810
      *---------------------------------------------------              00002820
       0200-PROCESSAR                     SECTION.                      00002830
            READ PRODUTO-MASTER NEXT RECORD.                            00002840
            IF WRK-FS-PRDM EQUAL ZEROS                                  00002850
                ADD 1 TO WRK-CONT-LIDOS                                 00002860
                PERFORM 0230-CASAR-TRANSFERENCIA                        00002870
                IF PRDM-ATIVO                                           00002880
                   AND PRDM-PONTO-REPOSICAO NUMERIC                     00002890
                   AND PRDM-PONTO-REPOSICAO > ZERO                      00002900
                    PERFORM 0205-APURAR-DISPONIVEL                      00002910
                    IF WRK-QTD-DISPONIVEL NOT >                         00002920
                       PRDM-PONTO-REPOSICAO                             00002930
                        PERFORM 0210-SUGERIR-COMPRA                     00002940
                    END-IF                                              00002950
                END-IF                                                  00002960
            ELSE                                                        00002970
                MOVE ' FIM DE ARQUIVO ' TO WRK-MSG                      00002980
            END-IF.                                                     00002990
      *---------------------------------------------------              00003000
       0205-APURAR-DISPONIVEL             SECTION.                      00003010
      *    DISPONIVEL = SALDO FISICO MENOS A QUANTIDADE JA              00003020
      *    COMPROMETIDA COM PEDIDOS ACEITOS - CAMPO EM BRANCO           00003030
      *    (REGISTRO LEGADO) E TRATADO COMO ZERO                        00003040
      *---------------------------------------------------              00003050
            IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                        00003060
                MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                     00003070
            END-IF.                                                     00003080
            COMPUTE WRK-QTD-DISPONIVEL =                                00003090
                PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.                00003100
            IF WRK-QTD-DISPONIVEL < ZERO                                00003110
                MOVE ZERO TO WRK-QTD-DISPONIVEL                         00003120
            END-IF.                                                     00003130
      *---------------------------------------------------              00003140
       0210-SUGERIR-COMPRA                SECTION.                      00003150
      *    GRAVA O REGISTRO DE SUGESTAO DE COMPRA E IMPRIME A           00003160
      *    LINHA DE ESTOQUE BAIXO. SEM QUANTIDADE DE REPOSICAO NO       00003170
      *    MASTER, SUGERE O QUE FALTA PARA RECOMPOR O PONTO.            00003180
      *    A QUANTIDADE QUE UMA TRANSFERENCIA SUGERIDA LEVA AO          00003190
      *    DEPOSITO EM FALTA SAI DA COMPRA; COBERTA POR INTEIRO,        00003200
      *    A SUGESTAO NAO E GRAVADA E A LINHA SO REGISTRA A             00003210
      *    TRANSFERENCIA                                                00003220
      *---------------------------------------------------              00003230
            MOVE PRDM-CODIGO           TO SUG-CODIGO.                   00003240
            MOVE PRDM-DESCRICAO        TO SUG-DESCRICAO.                00003250
            MOVE PRDM-CATEGORIA        TO SUG-CATEGORIA.                00003260
            MOVE WRK-QTD-DISPONIVEL    TO SUG-QTD-ATUAL.                00003270
            MOVE PRDM-PONTO-REPOSICAO  TO SUG-PONTO-REPOSICAO.          00003280
            IF PRDM-QTD-REPOSICAO NUMERIC                               00003290
               AND PRDM-QTD-REPOSICAO > ZERO                            00003300
                MOVE PRDM-QTD-REPOSICAO TO WRK-QTD-COMPRA               00003310
            ELSE                                                        00003320
                COMPUTE WRK-QTD-COMPRA =                                00003330
                    PRDM-PONTO-REPOSICAO - WRK-QTD-DISPONIVEL           00003340
            END-IF.                                                     00003350
            SUBTRACT WRK-QTD-TRANSF-PROD FROM WRK-QTD-COMPRA.           00003360
            IF WRK-QTD-COMPRA < ZERO                                    00003370
                MOVE ZERO TO WRK-QTD-COMPRA                             00003380
            END-IF.                                                     00003390
            MOVE WRK-QTD-COMPRA        TO SUG-QTD-SUGERIDA.             00003400
            MOVE WRK-DATA-ATUAL        TO SUG-DATA-GERACAO.             00003410
            IF WRK-QTD-COMPRA > ZERO                                    00003420
                ADD 1 TO WRK-CONT-SUGERIDOS                             00003430
                WRITE CPSUG01-REGISTRO                                  00003440
            ELSE                                                        00003450
                ADD 1 TO WRK-CONT-COBERTOS                              00003460
            END-IF.                                                     00003470
            IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS                      00003480
                PERFORM 0130-IMPRIMIR-CABECALHO                         00003490
            END-IF.                                                     00003500
            PERFORM 0220-MONTAR-DETALHE.                                00003510
            WRITE REL-LINHA FROM WRK-DETALHE.                           00003520
            ADD 1 TO WRK-LINHAS-PAGINA.                                 00003530
            PERFORM 0225-LISTAR-DEPOSITOS.                              00003540
            IF WRK-QTD-TRANSF-PROD > ZERO                               00003550
                PERFORM 0235-LISTAR-TRANSFERENCIA                       00003560
            END-IF.                                                     00003570
      *---------------------------------------------------              00003580
       0115-ABRIR-SALDOS                  SECTION.                      00003590
      *    ABRE O MASTER DE SALDO POR DEPOSITO - AINDA NAO CRIADO       00003600
      *    PELA FR05CB22 (FILE STATUS 35), A LINHA DE DEPOSITOS         00003610
      *    SAI ZERADA                                                   00003620
      *---------------------------------------------------              00003630
            OPEN INPUT SALDOS.                                          00003640
            IF WRK-FS-SALDOS EQUAL '35'                                 00003650
                DISPLAY ' AVISO: SEM MASTER DE SALDOS POR '             00003660
                        'DEPOSITO'                                      00003670
            END-IF.                                                     00003680
      *---------------------------------------------------              00003690
       0116-ABRIR-TRANSFERENCIAS          SECTION.                      00003700
      *    ABRE O ARQUIVO DE TRANSFERENCIAS SUGERIDAS - SEM ELE         00003710
      *    (FILE STATUS 35) NENHUMA COMPRA E REDUZIDA                   00003720
      *---------------------------------------------------              00003730
            OPEN INPUT TRANSFERENCIA.                                   00003740
            IF WRK-FS-TRANSF EQUAL '35'                                 00003750
                DISPLAY ' AVISO: SEM ARQUIVO DE TRANSFERENCIAS '        00003760
                        'SUGERIDAS'                                     00003770
                MOVE 999999999 TO WRK-TRS-CODIGO                        00003780
            ELSE                                                        00003790
                PERFORM 0117-LER-TRANSFERENCIA                          00003800
            END-IF.                                                     00003810
      *---------------------------------------------------              00003820
       0117-LER-TRANSFERENCIA             SECTION.                      00003830
            READ TRANSFERENCIA.                                         00003840
            IF WRK-FS-TRANSF EQUAL ZEROS                                00003850
                MOVE MOV-CODIGO TO WRK-TRS-CODIGO                       00003860
            ELSE                                                        00003870
                MOVE 999999999  TO WRK-TRS-CODIGO                       00003880
            END-IF.                                                     00003890
      *---------------------------------------------------              00003900
       0225-LISTAR-DEPOSITOS              SECTION.                      00003910
      *    LISTA O SALDO DO PRODUTO SUGERIDO EM CADA DEPOSITO           00003920
      *    (CPSLD01) LOGO ABAIXO DA LINHA DE SUGESTAO                   00003930
      *---------------------------------------------------              00003940
            MOVE ZEROS TO WRK-DEP-SALDO-01.                             00003950
            MOVE ZEROS TO WRK-DEP-SALDO-02.                             00003960
            IF WRK-FS-SALDOS NOT EQUAL '35'                             00003970
                MOVE PRDM-CODIGO TO SLD-CODIGO                          00003980
                MOVE '01'        TO SLD-DEPOSITO                        00003990
                READ SALDOS                                             00004000
                    INVALID KEY                                         00004010
                        CONTINUE                                        00004020
                    NOT INVALID KEY                                     00004030
                        MOVE SLD-QUANTIDADE TO WRK-DEP-SALDO-01         00004040
                END-READ                                                00004050
                MOVE PRDM-CODIGO TO SLD-CODIGO                          00004060
                MOVE '02'        TO SLD-DEPOSITO                        00004070
                READ SALDOS                                             00004080
                    INVALID KEY                                         00004090
                        CONTINUE                                        00004100
                    NOT INVALID KEY                                     00004110
                        MOVE SLD-QUANTIDADE TO WRK-DEP-SALDO-02         00004120
                END-READ                                                00004130
            END-IF.                                                     00004140
            WRITE REL-LINHA FROM WRK-LINHA-DEPOSITOS.                   00004150
            ADD 1 TO WRK-LINHAS-PAGINA.                                 00004160
      *---------------------------------------------------              00004170
       0220-MONTAR-DETALHE                SECTION.                      00004180
      *    MONTA A LINHA DE DETALHE A PARTIR DO REGISTRO DE             00004190
      *    SUGESTAO RECEM-GRAVADO                                       00004200
      *---------------------------------------------------              00004210
            MOVE SUG-CODIGO           TO WRK-DET-CODIGO.                00004220
            MOVE SUG-DESCRICAO        TO WRK-DET-DESCRICAO.             00004230
            MOVE SUG-CATEGORIA        TO WRK-DET-CATEGORIA.             00004240
            MOVE SUG-QTD-ATUAL        TO WRK-DET-SALDO.                 00004250
            MOVE SUG-PONTO-REPOSICAO  TO WRK-DET-PONTO.                 00004260
            MOVE SUG-QTD-SUGERIDA     TO WRK-DET-SUGERIDO.              00004270
      *---------------------------------------------------              00004280
       0230-CASAR-TRANSFERENCIA           SECTION.                      00004290
      *    SOMA AS TRANSFERENCIAS SUGERIDAS PARA O PRODUTO LIDO,        00004300
      *    DESPREZANDO AS DE PRODUTO JA PASSADO NO MASTER               00004310
      *---------------------------------------------------              00004320
            MOVE ZEROS TO WRK-QTD-TRANSF-PROD.                          00004330
            PERFORM 0117-LER-TRANSFERENCIA                              00004340
                UNTIL WRK-TRS-CODIGO NOT < PRDM-CODIGO.                 00004350
            PERFORM 0231-SOMAR-TRANSFERENCIA                            00004360
                UNTIL WRK-TRS-CODIGO NOT EQUAL PRDM-CODIGO.             00004370
      *---------------------------------------------------              00004380
       0231-SOMAR-TRANSFERENCIA           SECTION.                      00004390
            ADD MOV-QUANTIDADE TO WRK-QTD-TRANSF-PROD.                  00004400
            MOVE MOV-DEPOSITO         TO WRK-LTR-ORIGEM.                00004410
            MOVE MOV-DEPOSITO-DESTINO TO WRK-LTR-DESTINO.               00004420
            PERFORM 0117-LER-TRANSFERENCIA.                             00004430
      *---------------------------------------------------              00004440
       0235-LISTAR-TRANSFERENCIA          SECTION.                      00004450
      *    LISTA A TRANSFERENCIA SUGERIDA LOGO ABAIXO DOS SALDOS        00004460
      *    POR DEPOSITO E O EFEITO DELA SOBRE A COMPRA                  00004470
      *---------------------------------------------------              00004480
            MOVE WRK-QTD-TRANSF-PROD TO WRK-LTR-QUANTIDADE.             00004490
            IF WRK-QTD-COMPRA > ZERO                                    00004500
                MOVE 'COMPRA REDUZIDA' TO WRK-LTR-SITUACAO              00004510
            ELSE                                                        00004520
                MOVE 'COBERTO POR TRANSFERENCIA'                        00004530
                    TO WRK-LTR-SITUACAO                                 00004540
            END-IF.                                                     00004550
            WRITE REL-LINHA FROM WRK-LINHA-TRANSF.                      00004560
            ADD 1 TO WRK-LINHAS-PAGINA.                                 00004570
      *---------------------------------------------------              00004580
       0300-FINALIZAR                     SECTION.                      00004590
            PERFORM 0310-IMPRIMIR-RODAPE.                               00004600
            MOVE WRK-CONT-LIDOS                                         00004610
                TO WRK-STT-REGISTROS.                                   00004620
            PERFORM 9060-GRAVAR-ESTATISTICA.                            00004630
            CLOSE PRODUTO-MASTER.                                       00004640
            IF WRK-FS-SALDOS NOT EQUAL '35'                             00004650
                CLOSE SALDOS                                            00004660
            END-IF.                                                     00004670
            IF WRK-FS-TRANSF NOT EQUAL '35'                             00004680
                CLOSE TRANSFERENCIA                                     00004690
            END-IF.                                                     00004700
            CLOSE SUGESTAO.                                             00004710
            CLOSE RELBAIXO.                                             00004720
            DISPLAY '------------------'.                               00004730
            DISPLAY '  PRODUTOS LIDOS....: ' WRK-CONT-LIDOS.            00004740
            DISPLAY '  PRODUTOS SUGERIDOS: ' WRK-CONT-SUGERIDOS.        00004750
            DISPLAY '  COBERTOS P/ TRANSF: ' WRK-CONT-COBERTOS.         00004760
            MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                        00004770
            PERFORM 9000-TRATA-ERROS.                                   00004780
      *---------------------------------------------------              00004790
       0310-IMPRIMIR-RODAPE               SECTION.                      00004800
            MOVE WRK-CONT-SUGERIDOS TO WRK-ROD-TOTAL.                   00004810
            WRITE REL-LINHA FROM WRK-RODAPE.                            00004820
      *---------------------------------------------------              00004830
       9000-TRATA-ERROS                   SECTION.                      00004840
      *---------------------------------------------------              00004850
            PERFORM 9050-GRAVAR-ERRLOG.                                 00004860
            DISPLAY '  MENSAGEM        '  WRK-MSG.                      00004870
            STOP RUN.                                                   00004880
      *--------------------------------------------------------------   00004890
       9000-99-FIM.            EXIT.                                    00004900
      *--------------------------------------------------------------   00004910
