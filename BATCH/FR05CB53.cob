      *               (CLI-GERENTE DO CLIENTE-MASTER). A DATA DE        00000190
      *               REFERENCIA E A DATA DE NEGOCIO DO                 00000200
      *               CALENDARIO. TITULO DE CLIENTE REMOVIDO SAI        00000210
      *               AGRUPADO COMO *SEM GERENTE*. O SALDO DOS          00000220
      *               CREDITOS EM CONTA EM ABERTO (CPCRD01) SAI         00000230
      *               NA COLUNA DE CREDITO DO GERENTE DO CLIENTE,       00000240
      *               COM O SALDO LIQUIDO; CREDITO AINDA NAO            00000250
      *               IDENTIFICADO SAI COMO *NAO IDENTIF.*              00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000310
      *     15/10/2026  IVS     CHAVE DO CONTAS A RECEBER PASSA A       00000320
      *                         SER NOTA + PARCELA (REC-CHAVE) -        00000330
      *                         CADA PARCELA EM ABERTO ENTRA NO         00000340
      *                         AGING COMO UM TITULO                    00000350
      *     15/10/2026  IVS     COLUNAS DE CREDITO EM CONTA             00000360
      *                         (CPCRD01, //ARQCRD OPCIONAL) E DE       00000370
      *                         SALDO LIQUIDO POR GERENTE;              00000380
      *                         CREDITO SEM CLIENTE SAI COMO            00000390
      *                         *NAO IDENTIF.*                          00000400
      *=======================================================*         00000410
                                                                        00000420
      *=======================================================*         00000430
       ENVIRONMENT                               DIVISION.              00000440
      *=======================================================*         00000450
       INPUT-OUTPUT                              SECTION.               00000460
       FILE-CONTROL.                                                    00000470
             SELECT CONTASREC ASSIGN TO ARQREC                          00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS SEQUENTIAL                              00000500
                RECORD KEY   IS REC-CHAVE                               00000510
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000520
                                                                        00000530
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS CLI-ID                                  00000570
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000580
                                                                        00000590
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS SEQUENTIAL                              00000620
                RECORD KEY   IS CRD-CHAVE                               00000630
                FILE STATUS  IS WRK-FS-CREDITO.                         00000640
                                                                        00000650
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000660
                ORGANIZATION IS INDEXED                                 00000670
                ACCESS MODE  IS DYNAMIC                                 00000680
                RECORD KEY   IS CAL-DATA                                00000690
                FILE STATUS  IS WRK-FS-CALEND.                          00000700
                                                                        00000710
             SELECT RELAGING ASSIGN TO ARQRPT                           00000720
                FILE STATUS  IS WRK-FS-RELAGING.                        00000730
                                                                        00000740
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000750
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000760
                                                                        00000770
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000780
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000790
      *=======================================================*         00000800
       DATA                                      DIVISION.              00000810
      *=======================================================*         00000820
       FILE                                      SECTION.               00000830
       FD CONTASREC.                                                    00000840
           COPY CPREC01.                                                00000850
                                                                        00000860
       FD CLIENTE-MASTER.                                               00000870
           COPY CPCLIE01.                                               00000880
                                                                        00000890
       FD CREDITO-CLIENTE.                                              00000900
           COPY CPCRD01.                                                00000910
                                                                        00000920
       FD CALENDARIO.                                                   00000930
           COPY CPCAL01.                                                00000940
                                                                        00000950
       FD RELAGING                                                      00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
       01 REL-LINHA                    PIC X(132).                      00000990
                                                                        00001000
       FD ERRLOG.                                                       00001010
           COPY CPERRL01.                                               00001020
                                                                        00001030
       FD ESTATIS                                                       00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
           COPY CPSTA01.                                                00001070
      *---------------------------------------------------              00001080
       WORKING-STORAGE                           SECTION.               00001090
      *---------------------------------------------------              00001100
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001110
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001120
       77 WRK-FS-CREDITO      PIC X(02) VALUE SPACES.                   00001130
       77 WRK-FS-RELAGING     PIC X(02) VALUE SPACES.                   00001140
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001150
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001160
       77 WRK-CONT-ABERTOS    PIC 9(09) COMP VALUE ZERO.                00001170
       77 WRK-CONT-CREDITOS   PIC 9(09) COMP VALUE ZERO.                00001180
       77 WRK-SALDO-LIQUIDO   PIC S9(11)V99 COMP-3 VALUE ZERO.          00001190
       77 WRK-SALDO-DEVEDOR   PIC 9(09)V99 COMP-3 VALUE ZERO.           00001200
       77 WRK-GERENTE-TITULO  PIC X(15) VALUE SPACES.                   00001210
      *---------------------------------------------------              00001220
      *    CONTAGEM DE DIAS EM CALENDARIO COMERCIAL (360 DIAS,          00001230
      *    30 POR MES) ENTRE A EMISSAO E A DATA DE NEGOCIO              00001240
      *---------------------------------------------------              00001250
       77 WRK-DIAS-HOJE       PIC 9(09) COMP VALUE ZERO.                00001260
       77 WRK-DIAS-EMISSAO    PIC 9(09) COMP VALUE ZERO.                00001270
       77 WRK-DIAS-IDADE      PIC S9(09) COMP VALUE ZERO.               00001280
       01 WRK-DATA-DECOMPOSTA.                                          00001290
          05 WRK-DEC-ANO         PIC 9(04).                             00001300
          05 WRK-DEC-MES         PIC 9(02).                             00001310
          05 WRK-DEC-DIA         PIC 9(02).                             00001320
      *---------------------------------------------------              00001330
      *    ACUMULADORES POR GERENTE DE CONTA                            00001340
      *---------------------------------------------------              00001350
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00001360
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00001370
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001380
       77 WRK-IDX-ACHADO      PIC 9(03) COMP VALUE ZERO.                00001390
       01 WRK-TABELA-GERENTES.                                          00001400
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00001410
             10 WRK-GER-NOME          PIC X(15).                        00001420
             10 WRK-GER-FAIXA-30      PIC 9(11)V99 COMP-3.              00001430
             10 WRK-GER-FAIXA-60      PIC 9(11)V99 COMP-3.              00001440
             10 WRK-GER-FAIXA-90      PIC 9(11)V99 COMP-3.              00001450
             10 WRK-GER-FAIXA-MAIS    PIC 9(11)V99 COMP-3.              00001460
             10 WRK-GER-CREDITO       PIC 9(11)V99 COMP-3.              00001470
       01 WRK-TOTAL-GERAL.                                              00001480
          05 WRK-TOT-FAIXA-30      PIC 9(11)V99 COMP-3 VALUE ZERO.      00001490
          05 WRK-TOT-FAIXA-60      PIC 9(11)V99 COMP-3 VALUE ZERO.      00001500
          05 WRK-TOT-FAIXA-90      PIC 9(11)V99 COMP-3 VALUE ZERO.      00001510
          05 WRK-TOT-FAIXA-MAIS    PIC 9(11)V99 COMP-3 VALUE ZERO.      00001520
          05 WRK-TOT-CREDITO       PIC 9(11)V99 COMP-3 VALUE ZERO.      00001530
      *---------------------------------------------------              00001540
      *    LINHAS DO RELATORIO                                          00001550
      *---------------------------------------------------              00001560
       77 WRK-NUM-PAGINA      PIC 9(05) COMP VALUE ZERO.                00001570
       77 WRK-LINHAS-PAGINA   PIC 9(03) COMP VALUE ZERO.                00001580
       77 WRK-MAX-LINHAS      PIC 9(03) COMP VALUE 40.                  00001590
       01 WRK-CABEC1.                                                   00001600
          05 FILLER               PIC X(36) VALUE                       00001610
             'AGING DO CONTAS A RECEBER'.                               00001620
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001630
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001640
          05 FILLER               PIC X(06) VALUE SPACES.               00001650
          05 FILLER               PIC X(08) VALUE 'PAGINA: '.           00001660
          05 WRK-CAB-PAGINA       PIC ZZZ9.                             00001670
                                                                        00001680
       01 WRK-CABEC2.                                                   00001690
          05 FILLER PIC X(15) VALUE 'GERENTE'.                          00001700
          05 FILLER PIC X(02) VALUE SPACES.                             00001710
          05 FILLER PIC X(14) VALUE '     ATE 30'.                      00001720
          05 FILLER PIC X(14) VALUE '    31 A 60'.                      00001730
          05 FILLER PIC X(14) VALUE '    61 A 90'.                      00001740
          05 FILLER PIC X(14) VALUE '    MAIS 90'.                      00001750
          05 FILLER PIC X(14) VALUE '    CREDITO'.                      00001760
          05 FILLER PIC X(14) VALUE '     LIQUIDO'.                     00001770
                                                                        00001780
       01 WRK-DETALHE.                                                  00001790
          05 WRK-DET-GERENTE      PIC X(15).                            00001800
          05 FILLER               PIC X(02) VALUE SPACES.               00001810
          05 WRK-DET-FAIXA-30     PIC Z(9)9.99.                         00001820
          05 FILLER               PIC X(01) VALUE SPACES.               00001830
          05 WRK-DET-FAIXA-60     PIC Z(9)9.99.                         00001840
          05 FILLER               PIC X(01) VALUE SPACES.               00001850
          05 WRK-DET-FAIXA-90     PIC Z(9)9.99.                         00001860
          05 FILLER               PIC X(01) VALUE SPACES.               00001870
          05 WRK-DET-FAIXA-MAIS   PIC Z(9)9.99.                         00001880
          05 FILLER               PIC X(01) VALUE SPACES.               00001890
          05 WRK-DET-CREDITO      PIC Z(9)9.99.                         00001900
          05 FILLER               PIC X(01) VALUE SPACES.               00001910
          05 WRK-DET-LIQUIDO      PIC -Z(9)9.99.                        00001920
                                                                        00001930
       01 WRK-RODAPE.                                                   00001940
          05 FILLER               PIC X(15) VALUE 'TOTAL GERAL'.        00001950
          05 FILLER               PIC X(02) VALUE SPACES.               00001960
          05 WRK-ROD-FAIXA-30     PIC Z(9)9.99.                         00001970
          05 FILLER               PIC X(01) VALUE SPACES.               00001980
          05 WRK-ROD-FAIXA-60     PIC Z(9)9.99.                         00001990
          05 FILLER               PIC X(01) VALUE SPACES.               00002000
          05 WRK-ROD-FAIXA-90     PIC Z(9)9.99.                         00002010
          05 FILLER               PIC X(01) VALUE SPACES.               00002020
          05 WRK-ROD-FAIXA-MAIS   PIC Z(9)9.99.                         00002030
          05 FILLER               PIC X(01) VALUE SPACES.               00002040
          05 WRK-ROD-CREDITO      PIC Z(9)9.99.                         00002050
          05 FILLER               PIC X(01) VALUE SPACES.               00002060
          05 WRK-ROD-LIQUIDO      PIC -Z(9)9.99.                        00002070
       COPY CPCAB01.                                                    00002080
       COPY CPERR01.                                                    00002090
       COPY CPDTA01.                                                    00002100
       COPY CPSTT01.                                                    00002110
      *=========================================*                       00002120
       PROCEDURE DIVISION.                                              00002130
      *=========================================*                       00002140
                                                                        00002150
      *---------------------------------------------------              00002160
       0000-PRINCIPAL                     SECTION.                      00002170
      *---------------------------------------------------              00002180
             PERFORM 0100-INICIAR.                                      00002190
             PERFORM 0200-PROCESSAR                                     00002200
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00002210
             IF WRK-FS-CREDITO NOT EQUAL '35'                           00002220
                 PERFORM 0250-ACUMULAR-CREDITO                          00002230
                     UNTIL WRK-FS-CREDITO NOT EQUAL ZEROS               00002240
             END-IF.                                                    00002250
             PERFORM 0300-FINALIZAR.                                    00002260
      *---------------------------------------------------              00002270
       0000-99-FIM.            EXIT.                                    00002280
      *---------------------------------------------------              00002290
                                                                        00002300
       0100-INICIAR                       SECTION.                      00002310
             MOVE 'FR05CB53' TO WRK-CAB-PROGRAMA.                       00002320
             PERFORM 0101-CABECALHO-PADRAO.                             00002330
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002340
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002350
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002360
             OPEN INPUT CONTASREC.                                      00002370
             OPEN INPUT CLIENTE-MASTER.                                 00002380
             OPEN INPUT CREDITO-CLIENTE.                                00002390
             IF WRK-FS-CREDITO EQUAL '35'                               00002400
                 DISPLAY ' AVISO: ARQUIVO DE CREDITOS AUSENTE - '       00002410
                         'AGING SEM CREDITO EM CONTA'                   00002420
             END-IF.                                                    00002430
             OPEN OUTPUT RELAGING.                                      00002440
             PERFORM 0110-TESTAR-STATUS.                                00002450
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00002460
             PERFORM 0120-CONTAR-DIAS.                                  00002470
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-HOJE.                      00002480
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002490
             PERFORM 0130-IMPRIMIR-CABECALHO.                           00002500
      *---------------------------------------------------              00002510
       0100-99-FIM.            EXIT.                                    00002520
      *---------------------------------------------------              00002530
           COPY CPCAB02.                                                00002540
           COPY CPERR02.                                                00002550
           COPY CPDTA02.                                                00002560
           COPY CPSTT02.                                                00002570
      *---------------------------------------------------              00002580
       0110-TESTAR-STATUS                 SECTION.                      00002590
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00002600
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00002610
                 PERFORM 9000-TRATA-ERROS                               00002620
             END-IF.                                                    00002630
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00002640
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00002650
                 PERFORM 9000-TRATA-ERROS                               00002660
             END-IF.                                                    00002670
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00002680
                AND WRK-FS-CREDITO NOT EQUAL '35'                       00002690
                 MOVE ' ERRO OPEN CREDITO-CLIENTE ' TO WRK-MSG          00002700
                 PERFORM 9000-TRATA-ERROS                               00002710
             END-IF.                                                    00002720
             IF WRK-FS-RELAGING NOT EQUAL ZEROS                         00002730
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002740
                 PERFORM 9000-TRATA-ERROS                               00002750
             END-IF.                                                    00002760
      *---------------------------------------------------              00002770
       0120-CONTAR-DIAS                   SECTION.                      00002780
      *    CONVERTE A DATA DECOMPOSTA EM CONTAGEM DE DIAS DO            00002790
      *    CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE 30)            00002800
      *---------------------------------------------------              00002810
             COMPUTE WRK-DIAS-IDADE =                                   00002820
                 WRK-DEC-ANO * 360 + WRK-DEC-MES * 30                   00002830
                 + WRK-DEC-DIA.                                         00002840
      *---------------------------------------------------              00002850
       0130-IMPRIMIR-CABECALHO            SECTION.                      00002860
      *    IMPRIME O CABECALHO DE UMA NOVA PAGINA E ZERA O              00002870
      *    CONTADOR DE LINHAS DA PAGINA                                 00002880
      *---------------------------------------------------              00002890
             ADD 1 TO WRK-NUM-PAGINA.                                   00002900
             MOVE WRK-NUM-PAGINA TO WRK-CAB-PAGINA.                     00002910
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002920
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002930
             MOVE ZERO TO WRK-LINHAS-PAGINA.                            00002940
      *---------------------------------------------------              00002950
       0200-PROCESSAR                     SECTION.                      00002960
             READ CONTASREC NEXT RECORD.                                00002970
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00002980
                 ADD 1 TO WRK-CONT-LIDOS                                00002990
                 IF REC-SIT-ABERTO                                      00003000
                     ADD 1 TO WRK-CONT-ABERTOS                          00003010
                     PERFORM 0210-CLASSIFICAR-TITULO                    00003020
                 END-IF                                                 00003030
             END-IF.                                                    00003040
      *---------------------------------------------------              00003050
       0210-CLASSIFICAR-TITULO            SECTION.                      00003060
      *    APURA A IDADE DO TITULO DESDE A EMISSAO, RESOLVE O           00003070
      *    GERENTE DE CONTA DO CLIENTE E ACUMULA O SALDO                00003080
      *    DEVEDOR NA FAIXA DE AGING CORRESPONDENTE                     00003090
      *---------------------------------------------------              00003100
             COMPUTE WRK-SALDO-DEVEDOR =                                00003110
                 REC-VALOR - REC-VALOR-PAGO.                            00003120
             MOVE REC-DATA-EMISSAO TO WRK-DATA-DECOMPOSTA.              00003130
             PERFORM 0120-CONTAR-DIAS.                                  00003140
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-EMISSAO.                   00003150
             COMPUTE WRK-DIAS-IDADE =                                   00003160
                 WRK-DIAS-HOJE - WRK-DIAS-EMISSAO.                      00003170
             MOVE REC-CLI-ID TO CLI-ID.                                 00003180
             PERFORM 0215-RESOLVER-GERENTE.                             00003190
             PERFORM 0217-LOCALIZAR-GERENTE.                            00003200
             EVALUATE TRUE                                              00003210
                 WHEN WRK-DIAS-IDADE NOT > 30                           00003220
                     ADD WRK-SALDO-DEVEDOR                              00003230
                         TO WRK-GER-FAIXA-30 (WRK-IDX-ACHADO)           00003240
                     ADD WRK-SALDO-DEVEDOR TO WRK-TOT-FAIXA-30          00003250
                 WHEN WRK-DIAS-IDADE NOT > 60                           00003260
                     ADD WRK-SALDO-DEVEDOR                              00003270
                         TO WRK-GER-FAIXA-60 (WRK-IDX-ACHADO)           00003280
                     ADD WRK-SALDO-DEVEDOR TO WRK-TOT-FAIXA-60          00003290
                 WHEN WRK-DIAS-IDADE NOT > 90                           00003300
                     ADD WRK-SALDO-DEVEDOR                              00003310
                         TO WRK-GER-FAIXA-90 (WRK-IDX-ACHADO)           00003320
                     ADD WRK-SALDO-DEVEDOR TO WRK-TOT-FAIXA-90          00003330
                 WHEN OTHER                                             00003340
                     ADD WRK-SALDO-DEVEDOR                              00003350
                         TO WRK-GER-FAIXA-MAIS (WRK-IDX-ACHADO)         00003360
                     ADD WRK-SALDO-DEVEDOR TO WRK-TOT-FAIXA-MAIS        00003370
             END-EVALUATE.                                              00003380
      *---------------------------------------------------              00003390
       0215-RESOLVER-GERENTE              SECTION.                      00003400
      *    RESOLVE O GERENTE DE CONTA PELO CLIENTE JA MOVIDO            00003410
      *    PARA CLI-ID - CLIENTE REMOVIDO DESDE O FATURAMENTO           00003420
      *    SAI AGRUPADO COMO *SEM GERENTE*                              00003430
      *---------------------------------------------------              00003440
             MOVE '*SEM GERENTE*' TO WRK-GERENTE-TITULO.                00003450
             READ CLIENTE-MASTER                                        00003460
                 INVALID KEY                                            00003470
                     CONTINUE                                           00003480
                 NOT INVALID KEY                                        00003490
                     IF CLI-GERENTE NOT EQUAL SPACES                    00003500
                         MOVE CLI-GERENTE TO WRK-GERENTE-TITULO         00003510
                     END-IF                                             00003520
             END-READ.                                                  00003530
      *---------------------------------------------------              00003540
       0217-LOCALIZAR-GERENTE             SECTION.                      00003550
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE NA            00003560
      *    TABELA DE ACUMULADORES                                       00003570
      *---------------------------------------------------              00003580
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003590
             MOVE ZERO TO WRK-IDX.                                      00003600
             PERFORM 0218-PROCURAR-UM-GERENTE                           00003610
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES                      00003620
                    OR WRK-IDX-ACHADO > ZERO.                           00003630
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003640
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00003650
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00003660
                         TO WRK-MSG                                     00003670
                     PERFORM 9000-TRATA-ERROS                           00003680
                 END-IF                                                 00003690
                 ADD 1 TO WRK-QTD-GERENTES                              00003700
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-ACHADO                00003710
                 MOVE WRK-GERENTE-TITULO                                00003720
                     TO WRK-GER-NOME (WRK-IDX-ACHADO)                   00003730
                 MOVE ZEROS TO WRK-GER-FAIXA-30 (WRK-IDX-ACHADO)        00003740
                 MOVE ZEROS TO WRK-GER-FAIXA-60 (WRK-IDX-ACHADO)        00003750
                 MOVE ZEROS TO WRK-GER-FAIXA-90 (WRK-IDX-ACHADO)        00003760
                 MOVE ZEROS TO WRK-GER-FAIXA-MAIS (WRK-IDX-ACHADO)      00003770
                 MOVE ZEROS TO WRK-GER-CREDITO (WRK-IDX-ACHADO)         00003780
             END-IF.                                                    00003790
      *---------------------------------------------------              00003800
       0218-PROCURAR-UM-GERENTE           SECTION.                      00003810
             ADD 1 TO WRK-IDX.                                          00003820
             IF WRK-GER-NOME (WRK-IDX) EQUAL WRK-GERENTE-TITULO         00003830
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003840
             END-IF.                                                    00003850
      *---------------------------------------------------              00003860
       0250-ACUMULAR-CREDITO              SECTION.                      00003870
      *    ACUMULA O SALDO DE CADA CREDITO EM CONTA EM ABERTO NO        00003880
      *    GERENTE DO CLIENTE - CREDITO DO CLIENTE 00000 (RETORNO       00003890
      *    BANCARIO SEM TITULO) SAI COMO *NAO IDENTIF.*                 00003900
      *---------------------------------------------------              00003910
             READ CREDITO-CLIENTE NEXT RECORD.                          00003920
             IF WRK-FS-CREDITO EQUAL ZEROS                              00003930
                AND CRD-SIT-ABERTO                                      00003940
                AND CRD-SALDO > ZEROS                                   00003950
                 ADD 1 TO WRK-CONT-CREDITOS                             00003960
                 IF CRD-CLI-ID EQUAL ZEROS                              00003970
                     MOVE '*NAO IDENTIF.*' TO WRK-GERENTE-TITULO        00003980
                 ELSE                                                   00003990
                     MOVE CRD-CLI-ID TO CLI-ID                          00004000
                     PERFORM 0215-RESOLVER-GERENTE                      00004010
                 END-IF                                                 00004020
                 PERFORM 0217-LOCALIZAR-GERENTE                         00004030
                 ADD CRD-SALDO TO WRK-GER-CREDITO (WRK-IDX-ACHADO)      00004040
                 ADD CRD-SALDO TO WRK-TOT-CREDITO                       00004050
             END-IF.                                                    00004060
      *---------------------------------------------------              00004070
       0300-FINALIZAR                     SECTION.                      00004080
             PERFORM 0320-IMPRIMIR-GERENTES.                            00004090
             PERFORM 0330-IMPRIMIR-RODAPE.                              00004100
             MOVE WRK-CONT-LIDOS                                        00004110
                 TO WRK-STT-REGISTROS.                                  00004120
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004130
             CLOSE CONTASREC.                                           00004140
             CLOSE CLIENTE-MASTER.                                      00004150
             IF WRK-FS-CREDITO NOT EQUAL '35'                           00004160
                 CLOSE CREDITO-CLIENTE                                  00004170
             END-IF.                                                    00004180
             CLOSE RELAGING.                                            00004190
             DISPLAY '------------------'.                              00004200
             DISPLAY '  TITULOS LIDOS.....: ' WRK-CONT-LIDOS.           00004210
             DISPLAY '  TITULOS EM ABERTO.: ' WRK-CONT-ABERTOS.         00004220
             DISPLAY '  CREDITOS EM CONTA.: ' WRK-CONT-CREDITOS.        00004230
             DISPLAY '  GERENTES LISTADOS.: ' WRK-QTD-GERENTES.         00004240
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004250
             PERFORM 9000-TRATA-ERROS.                                  00004260
      *---------------------------------------------------              00004270
       0320-IMPRIMIR-GERENTES             SECTION.                      00004280
             MOVE ZERO TO WRK-IDX.                                      00004290
             PERFORM 0325-IMPRIMIR-UM-GERENTE                           00004300
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES.                     00004310
      *---------------------------------------------------              00004320
       0325-IMPRIMIR-UM-GERENTE           SECTION.                      00004330
             ADD 1 TO WRK-IDX.                                          00004340
             IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS                     00004350
                 PERFORM 0130-IMPRIMIR-CABECALHO                        00004360
             END-IF.                                                    00004370
             MOVE WRK-GER-NOME (WRK-IDX)       TO WRK-DET-GERENTE.      00004380
             MOVE WRK-GER-FAIXA-30 (WRK-IDX)   TO WRK-DET-FAIXA-30.     00004390
             MOVE WRK-GER-FAIXA-60 (WRK-IDX)   TO WRK-DET-FAIXA-60.     00004400
             MOVE WRK-GER-FAIXA-90 (WRK-IDX)   TO WRK-DET-FAIXA-90.     00004410
             MOVE WRK-GER-FAIXA-MAIS (WRK-IDX) TO WRK-DET-FAIXA-MAIS.   00004420
             MOVE WRK-GER-CREDITO (WRK-IDX)    TO WRK-DET-CREDITO.      00004430
             COMPUTE WRK-SALDO-LIQUIDO =                                00004440
                 WRK-GER-FAIXA-30 (WRK-IDX) + WRK-GER-FAIXA-60 (WRK-IDX)00004450
               + WRK-GER-FAIXA-90 (WRK-IDX)                             00004460
               + WRK-GER-FAIXA-MAIS (WRK-IDX)                           00004470
               - WRK-GER-CREDITO (WRK-IDX).                             00004480
             MOVE WRK-SALDO-LIQUIDO            TO WRK-DET-LIQUIDO.      00004490
             WRITE REL-LINHA FROM WRK-DETALHE.                          00004500
             ADD 1 TO WRK-LINHAS-PAGINA.                                00004510
      *---------------------------------------------------              00004520
       0330-IMPRIMIR-RODAPE               SECTION.                      00004530
             MOVE WRK-TOT-FAIXA-30   TO WRK-ROD-FAIXA-30.               00004540
             MOVE WRK-TOT-FAIXA-60   TO WRK-ROD-FAIXA-60.               00004550
             MOVE WRK-TOT-FAIXA-90   TO WRK-ROD-FAIXA-90.               00004560
             MOVE WRK-TOT-FAIXA-MAIS TO WRK-ROD-FAIXA-MAIS.             00004570
             MOVE WRK-TOT-CREDITO    TO WRK-ROD-CREDITO.                00004580
             COMPUTE WRK-SALDO-LIQUIDO =                                00004590
                 WRK-TOT-FAIXA-30 + WRK-TOT-FAIXA-60                    00004600
               + WRK-TOT-FAIXA-90 + WRK-TOT-FAIXA-MAIS                  00004610
               - WRK-TOT-CREDITO.                                       00004620
             MOVE WRK-SALDO-LIQUIDO  TO WRK-ROD-LIQUIDO.                00004630
             WRITE REL-LINHA FROM WRK-RODAPE.                           00004640
      *---------------------------------------------------              00004650
       9000-TRATA-ERROS                   SECTION.                      00004660
      *---------------------------------------------------              00004670
             PERFORM 9050-GRAVAR-ERRLOG.                                00004680
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004690
             STOP RUN.                                                  00004700
      *--------------------------------------------------------------   00004710
       9000-99-FIM.            EXIT.                                    00004720
      *--------------------------------------------------------------   00004730
