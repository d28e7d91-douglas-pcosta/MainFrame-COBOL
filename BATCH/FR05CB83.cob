      *     DATA    : 02/09/2026                                        00000110
      *     OBJETIVO: GERACAO DOS LANCAMENTOS CONTABEIS DO MES          00000120
      *               PARA O RAZAO. PERCORRE AS NOTAS DO MES            00000130
      *               (CPNFH01, EVENTO FT PELO VALOR DA NOTA E          00000140
      *               EVENTO FR PELO FRETE COBRADO) E OS                00000150
      *               LANCAMENTOS DO LIVRO DE MOVIMENTACAO              00000160
      *               (CPMOV02 - EVENTOS EN/SA/AJ, VALORADOS PELA       00000170
      *               VARIACAO DE SALDO VEZES O PRECO ATUAL DO          00000180
      *               MASTER), RESOLVE AS CONTAS NO MAPEAMENTO          00000190
      *               CPGLM01 (CATEGORIA DO PRODUTO; SEM MAPA DA        00000200
      *               CATEGORIA, VALE O GENERICO DO EVENTO) E           00000210
      *               GRAVA OS PARES DEBITO/CREDITO (CPGLJ01). O        00000220
      *               RELATORIO DE PROVA TOTALIZA DEBITOS E             00000230
      *               CREDITOS POR CONTA E NO GERAL. COMBINACAO         00000240
      *               EVENTO/CATEGORIA SEM MAPEAMENTO E LISTADA E       00000250
      *               BLOQUEIA A LIBERACAO DO ARQUIVO: O JOB            00000260
      *               TERMINA COM RC=12, SEM POSTAR EM SUSPENSE.        00000270
      *               O MES (AAAAMM) VEM DO CARTAO DA SYSIN - SEM       00000280
      *               CARTAO, VALE O MES DA DATA DE NEGOCIO.            00000290
      *               OS EVENTOS DE PERDA COM TITULOS (CPBXP01 -        00000300
      *               PD = BAIXA COMO PERDA, RP = RECUPERACAO)          00000310
      *               SAO CONTABILIZADOS PELO GENERICO DO EVENTO        00000320
      *-------------------------------------------------------*         00000330
      *     HISTORICO DE ALTERACOES                                     00000340
      *     DATA        AUTOR   DESCRICAO                               00000350
      *     ----------  ------  --------------------------------        00000360
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000370
      *     15/10/2026  IVS     NOTA COM VARIAS LINHAS: CHAVE DO        00000380
      *                         HISTORICO PASSA A NFH-CHAVE; O          00000390
      *                         EVENTO FT SAI POR LINHA (CATEGORIA      00000400
      *                         DO PRODUTO DA LINHA) E A NOTA E         00000410
      *                         CONTADA SO NA PRIMEIRA LINHA            00000420
      *     15/10/2026  IVS     FRETE DA NOTA (NFH-VALOR-FRETE, NO      00000430
      *                         ITEM 001) GERA O EVENTO PROPRIO FR      00000440
      *                         - RECEITA DE FRETE, PELO                00000450
      *                         MAPEAMENTO GENERICO DO EVENTO           00000460
      *     15/10/2026  IVS     EVENTOS DE PERDA COM TITULOS            00000470
      *                         (ARQUIVO //ARQBXP, CPBXP01,             00000480
      *                         OPCIONAL): PD = BAIXA COMO              00000490
      *                         PERDA (DESPESA COM DEVEDORES            00000500
      *                         DUVIDOSOS) E RP = RECUPERACAO,          00000510
      *                         PELO MAPEAMENTO GENERICO                00000520
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000530
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000540
      *                         GERA OS EVENTOS FT E FR - A ENTRADA     00000550
      *                         NFCAN DO LIVRO ANULA A SAIDA DA NOTA    00000560
      *     15/10/2026  IVS     ARQUIVO LIBERADO E REGISTRADO NO        00000570
      *                         MANIFESTO DAS INTERFACES DE SAIDA       00000580
      *                         (FR06CB34, //ARQMNF) COM A QTD DE       00000590
      *                         LANCAMENTOS E A SOMA DE DEBITOS E       00000600
      *                         CREDITOS, PARA A LIBERACAO (FR06CB35)   00000610
      *=======================================================*         00000620
                                                                        00000630
      *=======================================================*         00000640
       ENVIRONMENT                               DIVISION.              00000650
      *=======================================================*         00000660
       INPUT-OUTPUT                              SECTION.               00000670
       FILE-CONTROL.                                                    00000680
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS SEQUENTIAL                              00000710
                RECORD KEY   IS NFH-CHAVE                               00000720
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000730
                                                                        00000740
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000750
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000760
                                                                        00000770
             SELECT PERDAS   ASSIGN TO ARQBXP                           00000780
                FILE STATUS  IS WRK-FS-PERDAS.                          00000790
                                                                        00000800
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000810
                ORGANIZATION IS INDEXED                                 00000820
                ACCESS MODE  IS DYNAMIC                                 00000830
                RECORD KEY   IS PRDM-CODIGO                             00000840
                FILE STATUS  IS WRK-FS-PRDM.                            00000850
                                                                        00000860
             SELECT MAPA-CONTABIL ASSIGN TO ARQGLM                      00000870
                ORGANIZATION IS INDEXED                                 00000880
                ACCESS MODE  IS DYNAMIC                                 00000890
                RECORD KEY   IS GLM-CHAVE                               00000900
                FILE STATUS  IS WRK-FS-MAPA.                            00000910
                                                                        00000920
             SELECT LANCTOS  ASSIGN TO ARQGLJ                           00000930
                FILE STATUS  IS WRK-FS-LANCTOS.                         00000940
                                                                        00000950
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000960
                FILE STATUS  IS WRK-FS-SYSIN.                           00000970
                                                                        00000980
             SELECT RELPROVA ASSIGN TO ARQRPT                           00000990
                FILE STATUS  IS WRK-FS-RELPROVA.                        00001000
                                                                        00001010
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001020
                ORGANIZATION IS INDEXED                                 00001030
                ACCESS MODE  IS DYNAMIC                                 00001040
                RECORD KEY   IS CAL-DATA                                00001050
                FILE STATUS  IS WRK-FS-CALEND.                          00001060
                                                                        00001070
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001080
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001090
                                                                        00001100
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001110
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001120
      *=======================================================*         00001130
       DATA                                      DIVISION.              00001140
      *=======================================================*         00001150
       FILE                                      SECTION.               00001160
       FD NOTAHIST.                                                     00001170
           COPY CPNFH01.                                                00001180
                                                                        00001190
       FD LIVROMOV                                                      00001200
           RECORDING MODE IS F                                          00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
           COPY CPMOV02.                                                00001230
                                                                        00001240
       FD PERDAS                                                        00001250
           RECORDING MODE IS F                                          00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
           COPY CPBXP01.                                                00001280
                                                                        00001290
       FD PRODUTO-MASTER.                                               00001300
           COPY CPPRDM01.                                               00001310
                                                                        00001320
       FD MAPA-CONTABIL.                                                00001330
           COPY CPGLM01.                                                00001340
                                                                        00001350
       FD LANCTOS                                                       00001360
           RECORDING MODE IS F                                          00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
           COPY CPGLJ01.                                                00001390
                                                                        00001400
       FD ENTRADA-SYSIN                                                 00001410
           RECORDING MODE IS F                                          00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
       01 SYSIN-REGISTRO             PIC X(006).                        00001440
                                                                        00001450
       FD RELPROVA                                                      00001460
           RECORDING MODE IS F                                          00001470
           BLOCK CONTAINS 0 RECORDS.                                    00001480
       01 REL-LINHA                    PIC X(132).                      00001490
                                                                        00001500
       FD CALENDARIO.                                                   00001510
           COPY CPCAL01.                                                00001520
                                                                        00001530
       FD ERRLOG.                                                       00001540
           COPY CPERRL01.                                               00001550
                                                                        00001560
       FD ESTATIS                                                       00001570
           RECORDING MODE IS F                                          00001580
           BLOCK CONTAINS 0 RECORDS.                                    00001590
           COPY CPSTA01.                                                00001600
      *---------------------------------------------------              00001610
       WORKING-STORAGE                           SECTION.               00001620
      *---------------------------------------------------              00001630
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001640
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00001650
       77 WRK-FS-PERDAS       PIC X(02) VALUE SPACES.                   00001660
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001670
       77 WRK-FS-MAPA         PIC X(02) VALUE SPACES.                   00001680
       77 WRK-FS-LANCTOS      PIC X(02) VALUE SPACES.                   00001690
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001700
       77 WRK-FS-RELPROVA     PIC X(02) VALUE SPACES.                   00001710
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001720
       77 WRK-CONT-NOTAS      PIC 9(09) COMP VALUE ZERO.                00001730
       77 WRK-CONT-MOVTOS     PIC 9(09) COMP VALUE ZERO.                00001740
       77 WRK-CONT-FRETES     PIC 9(09) COMP VALUE ZERO.                00001750
       77 WRK-CONT-PERDAS     PIC 9(09) COMP VALUE ZERO.                00001760
       77 WRK-CONT-RECUPERACOES PIC 9(09) COMP VALUE ZERO.              00001770
       77 WRK-CONT-LANCTOS    PIC 9(09) COMP VALUE ZERO.                00001780
       77 WRK-CONT-SEM-MAPA   PIC 9(09) COMP VALUE ZERO.                00001790
       77 WRK-MES-GERACAO     PIC 9(06) VALUE ZERO.                     00001800
       77 WRK-EVENTO          PIC X(02) VALUE SPACES.                   00001810
       77 WRK-CATEGORIA       PIC X(05) VALUE SPACES.                   00001820
       77 WRK-VALOR-EVENTO    PIC S9(11)V99 COMP-3 VALUE ZERO.          00001830
       77 WRK-VALOR-ABS       PIC 9(11)V99 COMP-3 VALUE ZERO.           00001840
       77 WRK-DELTA-SALDO     PIC S9(09) COMP-3 VALUE ZERO.             00001850
       77 WRK-DATA-EVENTO     PIC 9(08) VALUE ZERO.                     00001860
       77 WRK-HISTORICO       PIC X(20) VALUE SPACES.                   00001870
       77 WRK-CONTA-DEBITO    PIC X(08) VALUE SPACES.                   00001880
       77 WRK-CONTA-CREDITO   PIC X(08) VALUE SPACES.                   00001890
       01 WRK-SW-MAPA.                                                  00001900
          05 WRK-SW-MAPA-IND         PIC X(01) VALUE 'N'.               00001910
             88 WRK-MAPA-ACHADO            VALUE 'S'.                   00001920
             88 WRK-MAPA-AUSENTE           VALUE 'N'.                   00001930
      *---------------------------------------------------              00001940
      *    PROVA POR CONTA: DEBITOS E CREDITOS ACUMULADOS               00001950
      *---------------------------------------------------              00001960
       77 WRK-MAX-CONTAS      PIC 9(03) COMP VALUE 200.                 00001970
       77 WRK-QTD-CONTAS      PIC 9(03) COMP VALUE ZERO.                00001980
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001990
       77 WRK-IDX-ACHADO      PIC 9(03) COMP VALUE ZERO.                00002000
       77 WRK-CONTA-ALVO      PIC X(08) VALUE SPACES.                   00002010
       01 WRK-TABELA-CONTAS.                                            00002020
          05 WRK-ENT-CONTA OCCURS 200 TIMES.                            00002030
             10 WRK-CTA-CONTA         PIC X(08).                        00002040
             10 WRK-CTA-DEBITOS       PIC 9(13)V99 COMP-3.              00002050
             10 WRK-CTA-CREDITOS      PIC 9(13)V99 COMP-3.              00002060
       01 WRK-TOTAL-GERAL.                                              00002070
          05 WRK-TOT-DEBITOS      PIC 9(13)V99 COMP-3 VALUE ZERO.       00002080
          05 WRK-TOT-CREDITOS     PIC 9(13)V99 COMP-3 VALUE ZERO.       00002090
      *---------------------------------------------------              00002100
      *    LINHAS DO RELATORIO DE PROVA                                 00002110
      *---------------------------------------------------              00002120
       01 WRK-CABEC1.                                                   00002130
          05 FILLER               PIC X(42) VALUE                       00002140
             'PROVA DOS LANCAMENTOS CONTABEIS - MES:    '.              00002150
          05 WRK-CAB-MES          PIC 9(06).                            00002160
                                                                        00002170
       01 WRK-DETALHE.                                                  00002180
          05 FILLER               PIC X(07) VALUE 'CONTA: '.            00002190
          05 WRK-DET-CONTA        PIC X(08).                            00002200
          05 FILLER               PIC X(11) VALUE '  DEBITOS: '.        00002210
          05 WRK-DET-DEBITOS      PIC Z(11)9.99.                        00002220
          05 FILLER               PIC X(12) VALUE '  CREDITOS: '.       00002230
          05 WRK-DET-CREDITOS     PIC Z(11)9.99.                        00002240
                                                                        00002250
       01 WRK-LINHA-SEM-MAPA.                                           00002260
          05 FILLER               PIC X(25) VALUE                       00002270
             'SEM MAPEAMENTO - EVENTO: '.                               00002280
          05 WRK-SMP-EVENTO       PIC X(02).                            00002290
          05 FILLER               PIC X(12) VALUE ' CATEGORIA: '.       00002300
          05 WRK-SMP-CATEGORIA    PIC X(05).                            00002310
          05 FILLER               PIC X(08) VALUE ' VALOR: '.           00002320
          05 WRK-SMP-VALOR        PIC Z(9)9.99.                         00002330
                                                                        00002340
       01 WRK-RODAPE.                                                   00002350
          05 FILLER               PIC X(15) VALUE 'TOTAL DEBITOS: '.    00002360
          05 WRK-ROD-DEBITOS      PIC Z(11)9.99.                        00002370
          05 FILLER               PIC X(17) VALUE '  TOTAL CREDITOS:'.  00002380
          05 WRK-ROD-CREDITOS     PIC Z(11)9.99.                        00002390
          05 FILLER               PIC X(01) VALUE SPACE.                00002400
          05 WRK-ROD-SITUACAO     PIC X(14).                            00002410
       COPY CPCAB01.                                                    00002420
       COPY CPERR01.                                                    00002430
       COPY CPDTA01.                                                    00002440
       COPY CPSTT01.                                                    00002450
       COPY CPMNF02.                                                    00002460
      *=========================================*                       00002470
       PROCEDURE DIVISION.                                              00002480
      *=========================================*                       00002490
                                                                        00002500
      *---------------------------------------------------              00002510
       0000-PRINCIPAL                     SECTION.                      00002520
      *---------------------------------------------------              00002530
             PERFORM 0100-INICIAR.                                      00002540
             PERFORM 0200-PROCESSAR-NOTAS                               00002550
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00002560
             PERFORM 0250-PROCESSAR-MOVTOS                              00002570
                 UNTIL WRK-FS-LIVROMOV EQUAL '10'.                      00002580
             PERFORM 0280-PROCESSAR-PERDAS                              00002590
                 UNTIL WRK-FS-PERDAS NOT EQUAL ZEROS.                   00002600
             PERFORM 0300-FINALIZAR.                                    00002610
      *---------------------------------------------------              00002620
       0000-99-FIM.            EXIT.                                    00002630
      *---------------------------------------------------              00002640
                                                                        00002650
       0100-INICIAR                       SECTION.                      00002660
             MOVE 'FR05CB83' TO WRK-CAB-PROGRAMA.                       00002670
             PERFORM 0101-CABECALHO-PADRAO.                             00002680
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002690
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002700
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002710
             OPEN INPUT NOTAHIST.                                       00002720
             OPEN INPUT LIVROMOV.                                       00002730
             OPEN INPUT PRODUTO-MASTER.                                 00002740
             OPEN INPUT MAPA-CONTABIL.                                  00002750
             OPEN INPUT ENTRADA-SYSIN.                                  00002760
             OPEN OUTPUT LANCTOS.                                       00002770
             OPEN OUTPUT RELPROVA.                                      00002780
             PERFORM 0110-TESTAR-STATUS.                                00002790
             PERFORM 0108-ABRIR-PERDAS.                                 00002800
             PERFORM 0107-LER-MES.                                      00002810
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002820
      *---------------------------------------------------              00002830
       0100-99-FIM.            EXIT.                                    00002840
      *---------------------------------------------------              00002850
           COPY CPCAB02.                                                00002860
           COPY CPERR02.                                                00002870
           COPY CPDTA02.                                                00002880
           COPY CPSTT02.                                                00002890
      *---------------------------------------------------              00002900
       0107-LER-MES                       SECTION.                      00002910
      *    LE O CARTAO OPCIONAL COM O MES DA GERACAO (AAAAMM) -         00002920
      *    SEM CARTAO, VALE O MES DA DATA DE NEGOCIO                    00002930
      *---------------------------------------------------              00002940
             READ ENTRADA-SYSIN INTO WRK-MES-GERACAO.                   00002950
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002960
                OR WRK-MES-GERACAO NOT NUMERIC                          00002970
                OR WRK-MES-GERACAO EQUAL ZEROS                          00002980
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-GERACAO         00002990
             END-IF.                                                    00003000
             CLOSE ENTRADA-SYSIN.                                       00003010
             MOVE WRK-MES-GERACAO TO WRK-CAB-MES.                       00003020
      *---------------------------------------------------              00003030
       0108-ABRIR-PERDAS                  SECTION.                      00003040
      *    ABRE O ARQUIVO DE EVENTOS DE PERDA - AINDA NAO CRIADO        00003050
      *    PELA FR06CB04 (FILE STATUS 35), NAO HA PERDA NEM             00003060
      *    RECUPERACAO A CONTABILIZAR                                   00003070
      *---------------------------------------------------              00003080
             OPEN INPUT PERDAS.                                         00003090
             IF WRK-FS-PERDAS EQUAL '35'                                00003100
                 DISPLAY ' AVISO: SEM ARQUIVO DE EVENTOS DE PERDA'      00003110
             ELSE                                                       00003120
                 IF WRK-FS-PERDAS NOT EQUAL ZEROS                       00003130
                     MOVE ' ERRO OPEN ARQUIVO DE PERDAS ' TO WRK-MSG    00003140
                     PERFORM 9000-TRATA-ERROS                           00003150
                 END-IF                                                 00003160
             END-IF.                                                    00003170
      *---------------------------------------------------              00003180
       0110-TESTAR-STATUS                 SECTION.                      00003190
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003200
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00003210
                 PERFORM 9000-TRATA-ERROS                               00003220
             END-IF.                                                    00003230
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00003240
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00003250
                 PERFORM 9000-TRATA-ERROS                               00003260
             END-IF.                                                    00003270
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003280
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003290
                 PERFORM 9000-TRATA-ERROS                               00003300
             END-IF.                                                    00003310
             IF WRK-FS-MAPA NOT EQUAL ZEROS                             00003320
                 MOVE ' ERRO OPEN MAPA CONTABIL ' TO WRK-MSG            00003330
                 PERFORM 9000-TRATA-ERROS                               00003340
             END-IF.                                                    00003350
             IF WRK-FS-LANCTOS NOT EQUAL ZEROS                          00003360
                 MOVE ' ERRO OPEN ARQUIVO DE LANCAMENTOS '              00003370
                     TO WRK-MSG                                         00003380
                 PERFORM 9000-TRATA-ERROS                               00003390
             END-IF.                                                    00003400
             IF WRK-FS-RELPROVA NOT EQUAL ZEROS                         00003410
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003420
                 PERFORM 9000-TRATA-ERROS                               00003430
             END-IF.                                                    00003440
      *---------------------------------------------------              00003450
       0200-PROCESSAR-NOTAS               SECTION.                      00003460
             READ NOTAHIST NEXT RECORD.                                 00003470
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00003480
                 IF NFH-DATA-EMISSAO (1:6) EQUAL WRK-MES-GERACAO        00003490
                    AND NOT NFH-NOTA-CANCELADA                          00003500
                     IF NFH-ITEM NOT > 1                                00003510
                         ADD 1 TO WRK-CONT-NOTAS                        00003520
                     END-IF                                             00003530
                     PERFORM 0210-LANCAR-NOTA                           00003540
                     IF NFH-VALOR-FRETE NUMERIC                         00003550
                        AND NFH-VALOR-FRETE > ZEROS                     00003560
                         PERFORM 0220-LANCAR-FRETE                      00003570
                     END-IF                                             00003580
                 END-IF                                                 00003590
             END-IF.                                                    00003600
      *---------------------------------------------------              00003610
       0210-LANCAR-NOTA                   SECTION.                      00003620
             MOVE 'FT' TO WRK-EVENTO.                                   00003630
             PERFORM 0215-RESOLVER-CATEGORIA-NFH.                       00003640
             MOVE NFH-VALOR-TOTAL  TO WRK-VALOR-EVENTO.                 00003650
             MOVE NFH-DATA-EMISSAO TO WRK-DATA-EVENTO.                  00003660
             MOVE SPACES TO WRK-HISTORICO.                              00003670
             STRING 'NOTA ' NFH-NUMERO                                  00003680
                 DELIMITED BY SIZE INTO WRK-HISTORICO.                  00003690
             PERFORM 0260-GERAR-PAR.                                    00003700
      *---------------------------------------------------              00003710
       0215-RESOLVER-CATEGORIA-NFH        SECTION.                      00003720
             MOVE SPACES TO WRK-CATEGORIA.                              00003730
             MOVE NFH-CODIGO TO PRDM-CODIGO.                            00003740
             READ PRODUTO-MASTER                                        00003750
                 INVALID KEY                                            00003760
                     CONTINUE                                           00003770
                 NOT INVALID KEY                                        00003780
                     MOVE PRDM-CATEGORIA TO WRK-CATEGORIA               00003790
             END-READ.                                                  00003800
      *---------------------------------------------------              00003810
       0220-LANCAR-FRETE                  SECTION.                      00003820
      *    RECEITA DE FRETE DA NOTA (GRAVADA NO ITEM 001 PELO           00003830
      *    FATURAMENTO) - EVENTO FR, SEM CATEGORIA DE PRODUTO,          00003840
      *    RESOLVIDO PELO MAPEAMENTO GENERICO DO EVENTO                 00003850
      *---------------------------------------------------              00003860
             ADD 1 TO WRK-CONT-FRETES.                                  00003870
             MOVE 'FR' TO WRK-EVENTO.                                   00003880
             MOVE SPACES TO WRK-CATEGORIA.                              00003890
             MOVE NFH-VALOR-FRETE  TO WRK-VALOR-EVENTO.                 00003900
             MOVE NFH-DATA-EMISSAO TO WRK-DATA-EVENTO.                  00003910
             MOVE SPACES TO WRK-HISTORICO.                              00003920
             STRING 'FRETE NOTA ' NFH-NUMERO                            00003930
                 DELIMITED BY SIZE INTO WRK-HISTORICO.                  00003940
             PERFORM 0260-GERAR-PAR.                                    00003950
      *---------------------------------------------------              00003960
       0250-PROCESSAR-MOVTOS              SECTION.                      00003970
             READ LIVROMOV.                                             00003980
             IF WRK-FS-LIVROMOV EQUAL ZEROS                             00003990
                 IF LMV-DATA (1:6) EQUAL WRK-MES-GERACAO                00004000
                     ADD 1 TO WRK-CONT-MOVTOS                           00004010
                     PERFORM 0255-LANCAR-MOVTO                          00004020
                 END-IF                                                 00004030
             END-IF.                                                    00004040
      *---------------------------------------------------              00004050
       0255-LANCAR-MOVTO                  SECTION.                      00004060
      *    VALORA O LANCAMENTO PELA VARIACAO DE SALDO VEZES O           00004070
      *    PRECO ATUAL DO MASTER - VARIACAO NEGATIVA INVERTE O          00004080
      *    PAR DEBITO/CREDITO NA GERACAO                                00004090
      *---------------------------------------------------              00004100
             EVALUATE TRUE                                              00004110
                 WHEN LMV-ENTRADA                                       00004120
                     MOVE 'EN' TO WRK-EVENTO                            00004130
                 WHEN LMV-SAIDA                                         00004140
                     MOVE 'SA' TO WRK-EVENTO                            00004150
                 WHEN OTHER                                             00004160
                     MOVE 'AJ' TO WRK-EVENTO                            00004170
             END-EVALUATE.                                              00004180
             COMPUTE WRK-DELTA-SALDO =                                  00004190
                 LMV-SALDO-NOVO - LMV-SALDO-ANTERIOR.                   00004200
             MOVE SPACES TO WRK-CATEGORIA.                              00004210
             MOVE LMV-CODIGO TO PRDM-CODIGO.                            00004220
             READ PRODUTO-MASTER                                        00004230
                 INVALID KEY                                            00004240
                     MOVE ZEROS TO WRK-VALOR-EVENTO                     00004250
                 NOT INVALID KEY                                        00004260
                     MOVE PRDM-CATEGORIA TO WRK-CATEGORIA               00004270
                     COMPUTE WRK-VALOR-EVENTO ROUNDED =                 00004280
                         WRK-DELTA-SALDO * PRDM-PRECO-UNIT              00004290
             END-READ.                                                  00004300
             IF WRK-VALOR-EVENTO EQUAL ZERO                             00004310
                 GO TO 0255-99-FIM                                      00004320
             END-IF.                                                    00004330
             MOVE LMV-DATA TO WRK-DATA-EVENTO.                          00004340
             MOVE SPACES TO WRK-HISTORICO.                              00004350
             STRING 'MOVTO ' LMV-TIPO ' ' LMV-DOCUMENTO                 00004360
                 DELIMITED BY SIZE INTO WRK-HISTORICO.                  00004370
             PERFORM 0260-GERAR-PAR.                                    00004380
       0255-99-FIM.            EXIT.                                    00004390
      *---------------------------------------------------              00004400
       0280-PROCESSAR-PERDAS              SECTION.                      00004410
      *    EVENTOS DE PERDA DO MES - PD (BAIXA DO TITULO COMO           00004420
      *    PERDA) E RP (RECUPERACAO DE TITULO BAIXADO), SEM             00004430
      *    CATEGORIA, RESOLVIDOS PELO MAPEAMENTO GENERICO               00004440
      *---------------------------------------------------              00004450
             READ PERDAS.                                               00004460
             IF WRK-FS-PERDAS NOT EQUAL ZEROS                           00004470
                 GO TO 0280-99-FIM                                      00004480
             END-IF.                                                    00004490
             IF BXP-DATA (1:6) NOT EQUAL WRK-MES-GERACAO                00004500
                 GO TO 0280-99-FIM                                      00004510
             END-IF.                                                    00004520
             MOVE SPACES TO WRK-HISTORICO.                              00004530
             EVALUATE TRUE                                              00004540
                 WHEN BXP-EVT-PERDA                                     00004550
                     ADD 1 TO WRK-CONT-PERDAS                           00004560
                     STRING 'PERDA NOTA ' BXP-NUM-NOTA '/' BXP-PARCELA  00004570
                         DELIMITED BY SIZE INTO WRK-HISTORICO           00004580
                 WHEN BXP-EVT-RECUPERACAO                               00004590
                     ADD 1 TO WRK-CONT-RECUPERACOES                     00004600
                     STRING 'RECUP NOTA ' BXP-NUM-NOTA '/' BXP-PARCELA  00004610
                         DELIMITED BY SIZE INTO WRK-HISTORICO           00004620
                 WHEN OTHER                                             00004630
                     GO TO 0280-99-FIM                                  00004640
             END-EVALUATE.                                              00004650
             MOVE BXP-EVENTO TO WRK-EVENTO.                             00004660
             MOVE SPACES     TO WRK-CATEGORIA.                          00004670
             MOVE BXP-VALOR  TO WRK-VALOR-EVENTO.                       00004680
             MOVE BXP-DATA   TO WRK-DATA-EVENTO.                        00004690
             PERFORM 0260-GERAR-PAR.                                    00004700
       0280-99-FIM.            EXIT.                                    00004710
      *---------------------------------------------------              00004720
       0260-GERAR-PAR                     SECTION.                      00004730
      *    RESOLVE O MAPEAMENTO (CATEGORIA; SEM ELA, O GENERICO         00004740
      *    DO EVENTO) E GRAVA O PAR DEBITO/CREDITO - VALOR              00004750
      *    NEGATIVO INVERTE AS CONTAS; COMBINACAO SEM MAPEAMENTO        00004760
      *    SO E LISTADA E BLOQUEIA A LIBERACAO NO ENCERRAMENTO          00004770
      *---------------------------------------------------              00004780
             PERFORM 0265-RESOLVER-MAPA.                                00004790
             IF WRK-MAPA-AUSENTE                                        00004800
                 ADD 1 TO WRK-CONT-SEM-MAPA                             00004810
                 MOVE WRK-EVENTO    TO WRK-SMP-EVENTO                   00004820
                 MOVE WRK-CATEGORIA TO WRK-SMP-CATEGORIA                00004830
                 IF WRK-VALOR-EVENTO < ZERO                             00004840
                     COMPUTE WRK-VALOR-ABS =                            00004850
                         ZERO - WRK-VALOR-EVENTO                        00004860
                 ELSE                                                   00004870
                     MOVE WRK-VALOR-EVENTO TO WRK-VALOR-ABS             00004880
                 END-IF                                                 00004890
                 MOVE WRK-VALOR-ABS TO WRK-SMP-VALOR                    00004900
                 WRITE REL-LINHA FROM WRK-LINHA-SEM-MAPA                00004910
                 GO TO 0260-99-FIM                                      00004920
             END-IF.                                                    00004930
             IF WRK-VALOR-EVENTO < ZERO                                 00004940
                 COMPUTE WRK-VALOR-ABS = ZERO - WRK-VALOR-EVENTO        00004950
                 MOVE GLM-CONTA-CREDITO TO WRK-CONTA-DEBITO             00004960
                 MOVE GLM-CONTA-DEBITO  TO WRK-CONTA-CREDITO            00004970
             ELSE                                                       00004980
                 MOVE WRK-VALOR-EVENTO  TO WRK-VALOR-ABS                00004990
                 MOVE GLM-CONTA-DEBITO  TO WRK-CONTA-DEBITO             00005000
                 MOVE GLM-CONTA-CREDITO TO WRK-CONTA-CREDITO            00005010
             END-IF.                                                    00005020
             MOVE WRK-DATA-EVENTO   TO GLJ-DATA.                        00005030
             MOVE WRK-CONTA-DEBITO  TO GLJ-CONTA.                       00005040
             SET GLJ-DEBITO         TO TRUE.                            00005050
             MOVE WRK-VALOR-ABS     TO GLJ-VALOR.                       00005060
             MOVE WRK-HISTORICO     TO GLJ-HISTORICO.                   00005070
             WRITE CPGLJ01-REGISTRO.                                    00005080
             ADD 1 TO WRK-CONT-LANCTOS.                                 00005090
             MOVE WRK-CONTA-DEBITO TO WRK-CONTA-ALVO.                   00005100
             PERFORM 0270-LOCALIZAR-CONTA.                              00005110
             ADD WRK-VALOR-ABS                                          00005120
                 TO WRK-CTA-DEBITOS (WRK-IDX-ACHADO).                   00005130
             ADD WRK-VALOR-ABS TO WRK-TOT-DEBITOS.                      00005140
             MOVE WRK-DATA-EVENTO   TO GLJ-DATA.                        00005150
             MOVE WRK-CONTA-CREDITO TO GLJ-CONTA.                       00005160
             SET GLJ-CREDITO        TO TRUE.                            00005170
             MOVE WRK-VALOR-ABS     TO GLJ-VALOR.                       00005180
             MOVE WRK-HISTORICO     TO GLJ-HISTORICO.                   00005190
             WRITE CPGLJ01-REGISTRO.                                    00005200
             ADD 1 TO WRK-CONT-LANCTOS.                                 00005210
             MOVE WRK-CONTA-CREDITO TO WRK-CONTA-ALVO.                  00005220
             PERFORM 0270-LOCALIZAR-CONTA.                              00005230
             ADD WRK-VALOR-ABS                                          00005240
                 TO WRK-CTA-CREDITOS (WRK-IDX-ACHADO).                  00005250
             ADD WRK-VALOR-ABS TO WRK-TOT-CREDITOS.                     00005260
       0260-99-FIM.            EXIT.                                    00005270
      *---------------------------------------------------              00005280
       0265-RESOLVER-MAPA                 SECTION.                      00005290
      *    PROCURA O MAPEAMENTO ATIVO DA CATEGORIA; SEM ELE,            00005300
      *    PROCURA O GENERICO DO EVENTO (CATEGORIA EM BRANCO)           00005310
      *---------------------------------------------------              00005320
             SET WRK-MAPA-AUSENTE TO TRUE.                              00005330
             MOVE WRK-EVENTO    TO GLM-EVENTO.                          00005340
             MOVE WRK-CATEGORIA TO GLM-CATEGORIA.                       00005350
             READ MAPA-CONTABIL                                         00005360
                 INVALID KEY                                            00005370
                     CONTINUE                                           00005380
                 NOT INVALID KEY                                        00005390
                     IF GLM-ATIVO                                       00005400
                         SET WRK-MAPA-ACHADO TO TRUE                    00005410
                     END-IF                                             00005420
             END-READ.                                                  00005430
             IF WRK-MAPA-AUSENTE                                        00005440
                 MOVE WRK-EVENTO TO GLM-EVENTO                          00005450
                 MOVE SPACES     TO GLM-CATEGORIA                       00005460
                 READ MAPA-CONTABIL                                     00005470
                     INVALID KEY                                        00005480
                         CONTINUE                                       00005490
                     NOT INVALID KEY                                    00005500
                         IF GLM-ATIVO                                   00005510
                             SET WRK-MAPA-ACHADO TO TRUE                00005520
                         END-IF                                         00005530
                 END-READ                                               00005540
             END-IF.                                                    00005550
      *---------------------------------------------------              00005560
       0270-LOCALIZAR-CONTA               SECTION.                      00005570
      *    LOCALIZA (OU CRIA ZERADA) A CONTA NA TABELA DE PROVA         00005580
      *---------------------------------------------------              00005590
             MOVE ZERO TO WRK-IDX-ACHADO.                               00005600
             MOVE ZERO TO WRK-IDX.                                      00005610
             PERFORM 0275-PROCURAR-UMA-CONTA                            00005620
                 UNTIL WRK-IDX >= WRK-QTD-CONTAS                        00005630
                    OR WRK-IDX-ACHADO > ZERO.                           00005640
             IF WRK-IDX-ACHADO EQUAL ZERO                               00005650
                 IF WRK-QTD-CONTAS >= WRK-MAX-CONTAS                    00005660
                     MOVE ' ERRO CONTAS EXCEDEM A TABELA '              00005670
                         TO WRK-MSG                                     00005680
                     PERFORM 9000-TRATA-ERROS                           00005690
                 END-IF                                                 00005700
                 ADD 1 TO WRK-QTD-CONTAS                                00005710
                 MOVE WRK-QTD-CONTAS TO WRK-IDX-ACHADO                  00005720
                 MOVE WRK-CONTA-ALVO                                    00005730
                     TO WRK-CTA-CONTA (WRK-IDX-ACHADO)                  00005740
                 MOVE ZEROS                                             00005750
                     TO WRK-CTA-DEBITOS (WRK-IDX-ACHADO)                00005760
                 MOVE ZEROS                                             00005770
                     TO WRK-CTA-CREDITOS (WRK-IDX-ACHADO)               00005780
             END-IF.                                                    00005790
      *---------------------------------------------------              00005800
       0275-PROCURAR-UMA-CONTA            SECTION.                      00005810
             ADD 1 TO WRK-IDX.                                          00005820
             IF WRK-CTA-CONTA (WRK-IDX) EQUAL WRK-CONTA-ALVO            00005830
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00005840
             END-IF.                                                    00005850
      *---------------------------------------------------              00005860
       0300-FINALIZAR                     SECTION.                      00005870
             PERFORM 0320-IMPRIMIR-PROVA.                               00005880
             MOVE WRK-CONT-LANCTOS                                      00005890
                 TO WRK-STT-REGISTROS.                                  00005900
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005910
             CLOSE NOTAHIST.                                            00005920
             CLOSE LIVROMOV.                                            00005930
             CLOSE PERDAS.                                              00005940
             CLOSE PRODUTO-MASTER.                                      00005950
             CLOSE MAPA-CONTABIL.                                       00005960
             CLOSE LANCTOS.                                             00005970
             CLOSE RELPROVA.                                            00005980
             DISPLAY '------------------'.                              00005990
             DISPLAY '  NOTAS DO MES......: ' WRK-CONT-NOTAS.           00006000
             DISPLAY '  NOTAS COM FRETE...: ' WRK-CONT-FRETES.          00006010
             DISPLAY '  MOVTOS DO MES.....: ' WRK-CONT-MOVTOS.          00006020
             DISPLAY '  PERDAS DO MES.....: ' WRK-CONT-PERDAS.          00006030
             DISPLAY '  RECUPERACOES......: ' WRK-CONT-RECUPERACOES.    00006040
             DISPLAY '  LANCTOS GERADOS...: ' WRK-CONT-LANCTOS.         00006050
             DISPLAY '  SEM MAPEAMENTO....: ' WRK-CONT-SEM-MAPA.        00006060
             IF WRK-CONT-SEM-MAPA > ZERO                                00006070
                 MOVE 12 TO RETURN-CODE                                 00006080
                 MOVE ' ERRO COMBINACOES SEM MAPEAMENTO ' TO WRK-MSG    00006090
                 PERFORM 9000-TRATA-ERROS                               00006100
             END-IF.                                                    00006110
             IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS              00006120
                 MOVE 12 TO RETURN-CODE                                 00006130
                 MOVE ' ERRO DEBITOS NAO FECHAM COM CREDITOS '          00006140
                     TO WRK-MSG                                         00006150
                 PERFORM 9000-TRATA-ERROS                               00006160
             END-IF.                                                    00006170
             PERFORM 0330-REGISTRAR-MANIFESTO.                          00006180
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006190
             PERFORM 9000-TRATA-ERROS.                                  00006200
      *---------------------------------------------------              00006210
       0320-IMPRIMIR-PROVA                SECTION.                      00006220
             MOVE ZERO TO WRK-IDX.                                      00006230
             PERFORM 0325-IMPRIMIR-UMA-CONTA                            00006240
                 UNTIL WRK-IDX >= WRK-QTD-CONTAS.                       00006250
             MOVE WRK-TOT-DEBITOS  TO WRK-ROD-DEBITOS.                  00006260
             MOVE WRK-TOT-CREDITOS TO WRK-ROD-CREDITOS.                 00006270
             IF WRK-TOT-DEBITOS EQUAL WRK-TOT-CREDITOS                  00006280
                 MOVE 'FECHADO'      TO WRK-ROD-SITUACAO                00006290
             ELSE                                                       00006300
                 MOVE '*NAO FECHA*'  TO WRK-ROD-SITUACAO                00006310
             END-IF.                                                    00006320
             WRITE REL-LINHA FROM WRK-RODAPE.                           00006330
      *---------------------------------------------------              00006340
       0325-IMPRIMIR-UMA-CONTA            SECTION.                      00006350
             ADD 1 TO WRK-IDX.                                          00006360
             MOVE WRK-CTA-CONTA (WRK-IDX)    TO WRK-DET-CONTA.          00006370
             MOVE WRK-CTA-DEBITOS (WRK-IDX)  TO WRK-DET-DEBITOS.        00006380
             MOVE WRK-CTA-CREDITOS (WRK-IDX) TO WRK-DET-CREDITOS.       00006390
             WRITE REL-LINHA FROM WRK-DETALHE.                          00006400
      *---------------------------------------------------              00006410
       0330-REGISTRAR-MANIFESTO           SECTION.                      00006420
      *    SO O ARQUIVO LIBERADO (MAPEADO E FECHADO) E REGISTRADO       00006430
      *    NO MANIFESTO DAS INTERFACES DE SAIDA (SERVICO                00006440
      *    FR06CB34) - QTD DE LANCAMENTOS E SOMA DE DEBITOS E           00006450
      *    CREDITOS EM CENTAVOS, CONFERIDOS PELA LIBERACAO PARA         00006460
      *    TRANSMISSAO (FR06CB35)                                       00006470
      *---------------------------------------------------              00006480
             MOVE 'RAZAO'             TO MNF-REG-INTERFACE.             00006490
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00006500
             SET MNF-REG-NOVA         TO TRUE.                          00006510
             MOVE WRK-CONT-LANCTOS    TO MNF-REG-QTD-REGISTROS.         00006520
             COMPUTE MNF-REG-VALOR-HASH =                               00006530
                 (WRK-TOT-DEBITOS + WRK-TOT-CREDITOS) * 100.            00006540
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00006550
             IF MNF-REG-OK                                              00006560
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00006570
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00006580
                         MNF-REG-GERACAO                                00006590
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00006600
                 DISPLAY ' AVISO: RAZAO JA TRANSMITIDO NA DATA - '      00006610
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00006620
                         MNF-REG-GERACAO                                00006630
             ELSE                                                       00006640
                 DISPLAY ' AVISO: RAZAO NAO REGISTRADO NO '             00006650
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00006660
             END-IF                                                     00006670
             END-IF.                                                    00006680
      *---------------------------------------------------              00006690
       9000-TRATA-ERROS                   SECTION.                      00006700
      *---------------------------------------------------              00006710
             PERFORM 9050-GRAVAR-ERRLOG.                                00006720
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006730
             STOP RUN.                                                  00006740
      *--------------------------------------------------------------   00006750
       9000-99-FIM.            EXIT.                                    00006760
      *--------------------------------------------------------------   00006770
