      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB16.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: LIVRO MENSAL DO IMPOSTO DE SAIDA POR UF E         00000120
      *               CATEGORIA. PERCORRE AS LINHAS DE NOTA             00000130
      *               EMITIDAS NO MES (HISTORICO CPNFH01, PELA          00000140
      *               DATA DE EMISSAO - CARTAO AAAAMM DA SYSIN;         00000150
      *               SEM CARTAO, VALE O MES DA DATA DE NEGOCIO)        00000160
      *               E AS NOTAS DE CREDITO DE DEVOLUCAO DO MES         00000170
      *               (HISTORICO CPNCH01, GRAVADO PELA FR05CB59),       00000180
      *               ORDENA POR UF DO ENDERECO DO CLIENTE E            00000190
      *               CATEGORIA DO PRODUTO (SORT) E APURA, POR          00000200
      *               QUEBRA, A BASE E O IMPOSTO DAS SAIDAS, DAS        00000210
      *               DEVOLUCOES E O LIQUIDO, COM TOTAL POR UF E        00000220
      *               TOTAL GERAL. O LIVRO E CONFERIDO CONTRA O         00000230
      *               TOTAL FATURADO LIDO DO HISTORICO - DIVERGENCIA    00000240
      *               ENCERRA COM RC=12 E O JOB DESCARTA O ARQUIVO      00000250
      *               GERADO. CADA UF/CATEGORIA E GRAVADA NO            00000260
      *               ARQUIVO POSICIONAL CPAPU01 PARA O SISTEMA DE      00000270
      *               ESCRITURACAO FISCAL DO ESCRITORIO CONTABIL,       00000280
      *               REGISTRADO NO MANIFESTO DAS INTERFACES DE         00000290
      *               SAIDA (FR06CB34) E LIBERADO PELA FR06CB35.        00000300
      *               LINHA DE NOTA ANTERIOR A APURACAO (BASE NAO       00000310
      *               NUMERICA) ENTRA COM BASE = VALOR DA LINHA,        00000320
      *               IMPOSTO ZERO E UF/CATEGORIA EM BRANCO             00000330
      *-------------------------------------------------------*         00000340
      *     HISTORICO DE ALTERACOES                                     00000350
      *     DATA        AUTOR   DESCRICAO                               00000360
      *     ----------  ------  --------------------------------        00000370
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000380
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000390
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000400
      *                         ENTRA NO LIVRO DE SAIDAS                00000410
      *     15/10/2026  IVS     O ARQUIVO DE APURACAO PASSA A SER       00000420
      *                         REGISTRADO NO MANIFESTO DAS INTERFACES  00000430
      *                         DE SAIDA (INTERFACE APURACAO - QTD DE   00000440
      *                         DETALHES E IMPOSTO DAS SAIDAS EM        00000450
      *                         CENTAVOS), PARA A LIBERACAO FR06CB35    00000460
      *=======================================================*         00000470
                                                                        00000480
      *=======================================================*         00000490
       ENVIRONMENT                               DIVISION.              00000500
      *=======================================================*         00000510
       INPUT-OUTPUT                              SECTION.               00000520
       FILE-CONTROL.                                                    00000530
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS SEQUENTIAL                              00000560
                RECORD KEY   IS NFH-CHAVE                               00000570
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000580
                                                                        00000590
             SELECT NOTACRED-HIST ASSIGN TO ARQNCH                      00000600
                FILE STATUS  IS WRK-FS-NOTACRED.                        00000610
                                                                        00000620
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000630
                FILE STATUS  IS WRK-FS-SYSIN.                           00000640
                                                                        00000650
             SELECT RELLIVRO ASSIGN TO ARQRPT                           00000660
                FILE STATUS  IS WRK-FS-RELLIVRO.                        00000670
                                                                        00000680
             SELECT APURACAO ASSIGN TO ARQAPU                           00000690
                FILE STATUS  IS WRK-FS-APURACAO.                        00000700
                                                                        00000710
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000720
                                                                        00000730
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000740
                ORGANIZATION IS INDEXED                                 00000750
                ACCESS MODE  IS DYNAMIC                                 00000760
                RECORD KEY   IS CAL-DATA                                00000770
                FILE STATUS  IS WRK-FS-CALEND.                          00000780
                                                                        00000790
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000800
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000810
                                                                        00000820
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000830
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000840
      *=======================================================*         00000850
       DATA                                      DIVISION.              00000860
      *=======================================================*         00000870
       FILE                                      SECTION.               00000880
       FD NOTAHIST.                                                     00000890
           COPY CPNFH01.                                                00000900
                                                                        00000910
       FD NOTACRED-HIST                                                 00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPNCH01.                                                00000950
                                                                        00000960
       FD ENTRADA-SYSIN                                                 00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
       01 SYSIN-REGISTRO             PIC X(006).                        00001000
                                                                        00001010
       FD RELLIVRO                                                      00001020
           RECORDING MODE IS F                                          00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
       01 REL-LINHA                    PIC X(132).                      00001050
                                                                        00001060
       FD APURACAO                                                      00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
           COPY CPAPU01.                                                00001100
                                                                        00001110
       SD ORDENACAO.                                                    00001120
       01 ORD-REGISTRO.                                                 00001130
          05 ORD-UF                PIC X(02).                           00001140
          05 ORD-CATEGORIA         PIC X(05).                           00001150
          05 ORD-TIPO              PIC X(01).                           00001160
             88 ORD-SAIDA                 VALUE 'S'.                    00001170
             88 ORD-DEVOLUCAO             VALUE 'D'.                    00001180
          05 ORD-BASE              PIC 9(09)V99 COMP-3.                 00001190
          05 ORD-IMPOSTO           PIC 9(09)V99 COMP-3.                 00001200
                                                                        00001210
       FD CALENDARIO.                                                   00001220
           COPY CPCAL01.                                                00001230
                                                                        00001240
       FD ERRLOG.                                                       00001250
           COPY CPERRL01.                                               00001260
                                                                        00001270
       FD ESTATIS                                                       00001280
           RECORDING MODE IS F                                          00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
           COPY CPSTA01.                                                00001310
      *---------------------------------------------------              00001320
       WORKING-STORAGE                           SECTION.               00001330
      *---------------------------------------------------              00001340
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001350
       77 WRK-FS-NOTACRED     PIC X(02) VALUE SPACES.                   00001360
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001370
       77 WRK-FS-RELLIVRO     PIC X(02) VALUE SPACES.                   00001380
       77 WRK-FS-APURACAO     PIC X(02) VALUE SPACES.                   00001390
       77 WRK-FS-ORDENACAO    PIC X(02) VALUE SPACES.                   00001400
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001410
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-CRED-LIDOS PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-CONT-SAIDAS     PIC 9(09) COMP VALUE ZERO.                00001440
       77 WRK-CONT-DEVOLUCOES PIC 9(09) COMP VALUE ZERO.                00001450
       77 WRK-CONT-ANTERIORES PIC 9(09) COMP VALUE ZERO.                00001460
       77 WRK-CONT-DETALHES   PIC 9(09) COMP VALUE ZERO.                00001470
       77 WRK-MES-APURACAO    PIC 9(06) VALUE ZERO.                     00001480
       77 WRK-HASH-APURACAO   PIC 9(15) COMP-3 VALUE ZERO.              00001490
      *---------------------------------------------------              00001500
      *    TOTAIS DE CONTROLE LIDOS DOS HISTORICOS, PARA A              00001510
      *    CONFERENCIA DO LIVRO NO ENCERRAMENTO                         00001520
      *---------------------------------------------------              00001530
       77 WRK-CTL-FATURADO    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001540
       77 WRK-CTL-IMPOSTO     PIC 9(13)V99 COMP-3 VALUE ZERO.           00001550
       77 WRK-CTL-DEVOLVIDO   PIC 9(13)V99 COMP-3 VALUE ZERO.           00001560
       77 WRK-CTL-IMP-DEVOL   PIC 9(13)V99 COMP-3 VALUE ZERO.           00001570
       77 WRK-CONT-DIVERGENCIAS PIC 9(03) COMP VALUE ZERO.              00001580
      *---------------------------------------------------              00001590
      *    QUEBRAS POR UF E POR CATEGORIA                               00001600
      *---------------------------------------------------              00001610
       77 WRK-QBR-UF          PIC X(02) VALUE SPACES.                   00001620
       77 WRK-QBR-CATEGORIA   PIC X(05) VALUE SPACES.                   00001630
       01 WRK-SW-CATEGORIA.                                             00001640
          05 WRK-SW-CATEGORIA-IND    PIC X(01) VALUE 'N'.               00001650
             88 WRK-CATEGORIA-ABERTA       VALUE 'S'.                   00001660
             88 WRK-CATEGORIA-FECHADA      VALUE 'N'.                   00001670
       01 WRK-SW-UF.                                                    00001680
          05 WRK-SW-UF-IND           PIC X(01) VALUE 'N'.               00001690
             88 WRK-UF-ABERTA              VALUE 'S'.                   00001700
             88 WRK-UF-FECHADA             VALUE 'N'.                   00001710
      *---------------------------------------------------              00001720
      *    ACUMULADORES DA CATEGORIA, DA UF E GERAL - MESMO             00001730
      *    DESENHO DA AREA DE IMPRESSAO (WRK-ACM-IMPRIME), QUE          00001740
      *    RECEBE O NIVEL A IMPRIMIR                                    00001750
      *---------------------------------------------------              00001760
       01 WRK-ACM-CATEGORIA.                                            00001770
          05 WRK-CAT-QTD-SAIDAS      PIC 9(07) COMP.                    00001780
          05 WRK-CAT-BASE-SAIDAS     PIC 9(13)V99 COMP-3.               00001790
          05 WRK-CAT-IMP-SAIDAS      PIC 9(13)V99 COMP-3.               00001800
          05 WRK-CAT-QTD-DEVOL       PIC 9(07) COMP.                    00001810
          05 WRK-CAT-BASE-DEVOL      PIC 9(13)V99 COMP-3.               00001820
          05 WRK-CAT-IMP-DEVOL       PIC 9(13)V99 COMP-3.               00001830
       01 WRK-ACM-UF.                                                   00001840
          05 WRK-UFT-QTD-SAIDAS      PIC 9(07) COMP.                    00001850
          05 WRK-UFT-BASE-SAIDAS     PIC 9(13)V99 COMP-3.               00001860
          05 WRK-UFT-IMP-SAIDAS      PIC 9(13)V99 COMP-3.               00001870
          05 WRK-UFT-QTD-DEVOL       PIC 9(07) COMP.                    00001880
          05 WRK-UFT-BASE-DEVOL      PIC 9(13)V99 COMP-3.               00001890
          05 WRK-UFT-IMP-DEVOL       PIC 9(13)V99 COMP-3.               00001900
       01 WRK-ACM-GERAL.                                                00001910
          05 WRK-GER-QTD-SAIDAS      PIC 9(07) COMP VALUE ZERO.         00001920
          05 WRK-GER-BASE-SAIDAS     PIC 9(13)V99 COMP-3 VALUE ZERO.    00001930
          05 WRK-GER-IMP-SAIDAS      PIC 9(13)V99 COMP-3 VALUE ZERO.    00001940
          05 WRK-GER-QTD-DEVOL       PIC 9(07) COMP VALUE ZERO.         00001950
          05 WRK-GER-BASE-DEVOL      PIC 9(13)V99 COMP-3 VALUE ZERO.    00001960
          05 WRK-GER-IMP-DEVOL       PIC 9(13)V99 COMP-3 VALUE ZERO.    00001970
       01 WRK-ACM-IMPRIME.                                              00001980
          05 WRK-IMP-QTD-SAIDAS      PIC 9(07) COMP.                    00001990
          05 WRK-IMP-BASE-SAIDAS     PIC 9(13)V99 COMP-3.               00002000
          05 WRK-IMP-IMP-SAIDAS      PIC 9(13)V99 COMP-3.               00002010
          05 WRK-IMP-QTD-DEVOL       PIC 9(07) COMP.                    00002020
          05 WRK-IMP-BASE-DEVOL      PIC 9(13)V99 COMP-3.               00002030
          05 WRK-IMP-IMP-DEVOL       PIC 9(13)V99 COMP-3.               00002040
      *---------------------------------------------------              00002050
      *    LIQUIDO DO NIVEL IMPRESSO - SEM CAMPO COM SINAL, O           00002060
      *    SINAL VAI EM BYTE PROPRIO                                    00002070
      *---------------------------------------------------              00002080
       77 WRK-LIQ-BASE        PIC 9(13)V99 COMP-3 VALUE ZERO.           00002090
       77 WRK-LIQ-IMPOSTO     PIC 9(13)V99 COMP-3 VALUE ZERO.           00002100
       77 WRK-LIQ-SINAL-BASE  PIC X(01) VALUE '+'.                      00002110
       77 WRK-LIQ-SINAL-IMP   PIC X(01) VALUE '+'.                      00002120
      *---------------------------------------------------              00002130
      *    LINHAS DO RELATORIO                                          00002140
      *---------------------------------------------------              00002150
       01 WRK-SEPARA.                                                   00002160
          05 FILLER PIC X(114) VALUE ALL '='.                           00002170
                                                                        00002180
       01 WRK-CABEC1.                                                   00002190
          05 FILLER               PIC X(46) VALUE                       00002200
             'LIVRO DE APURACAO DO IMPOSTO DE SAIDA - MES: '.           00002210
          05 WRK-CAB-MES          PIC 9(06).                            00002220
                                                                        00002230
       01 WRK-CABEC2.                                                   00002240
          05 FILLER               PIC X(46) VALUE                       00002250
             'UF  CATEG        BASE SAIDAS   IMPOSTO SAIDAS '.          00002260
          05 FILLER               PIC X(36) VALUE                       00002270
             ' BASE DEVOLUCOES IMPOSTO DEVOLUC.   '.                    00002280
          05 FILLER               PIC X(32) VALUE                       00002290
             '  BASE LIQUIDA  IMPOSTO LIQUIDO '.                        00002300
                                                                        00002310
       01 WRK-DETALHE.                                                  00002320
          05 WRK-DET-ROTULO       PIC X(11).                            00002330
          05 FILLER               PIC X(01) VALUE SPACES.               00002340
          05 WRK-DET-BASE-SAI     PIC Z(12)9.99.                        00002350
          05 FILLER               PIC X(01) VALUE SPACES.               00002360
          05 WRK-DET-IMP-SAI      PIC Z(12)9.99.                        00002370
          05 FILLER               PIC X(01) VALUE SPACES.               00002380
          05 WRK-DET-BASE-DEV     PIC Z(12)9.99.                        00002390
          05 FILLER               PIC X(01) VALUE SPACES.               00002400
          05 WRK-DET-IMP-DEV      PIC Z(12)9.99.                        00002410
          05 FILLER               PIC X(01) VALUE SPACES.               00002420
          05 WRK-DET-BASE-LIQ     PIC Z(12)9.99.                        00002430
          05 WRK-DET-SINAL-BASE   PIC X(01).                            00002440
          05 WRK-DET-IMP-LIQ      PIC Z(12)9.99.                        00002450
          05 WRK-DET-SINAL-IMP    PIC X(01).                            00002460
                                                                        00002470
       01 WRK-LINHA-CONFERE.                                            00002480
          05 WRK-CNF-DESCRICAO    PIC X(40).                            00002490
          05 WRK-CNF-HISTORICO    PIC Z(12)9.99.                        00002500
          05 FILLER               PIC X(01) VALUE SPACES.               00002510
          05 WRK-CNF-LIVRO        PIC Z(12)9.99.                        00002520
          05 FILLER               PIC X(02) VALUE SPACES.               00002530
          05 WRK-CNF-SITUACAO     PIC X(10).                            00002540
       COPY CPCAB01.                                                    00002550
       COPY CPERR01.                                                    00002560
       COPY CPDTA01.                                                    00002570
       COPY CPSTT01.                                                    00002580
       COPY CPMNF02.                                                    00002590
      *=========================================*                       00002600
       PROCEDURE DIVISION.                                              00002610
      *=========================================*                       00002620
                                                                        00002630
      *---------------------------------------------------              00002640
       0000-PRINCIPAL                     SECTION.                      00002650
      *---------------------------------------------------              00002660
             PERFORM 0100-INICIAR.                                      00002670
             SORT ORDENACAO                                             00002680
                 ON ASCENDING KEY ORD-UF                                00002690
                                  ORD-CATEGORIA                         00002700
                 INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                 00002710
                 OUTPUT PROCEDURE IS 0500-APURAR.                       00002720
             PERFORM 0300-FINALIZAR.                                    00002730
      *---------------------------------------------------              00002740
       0000-99-FIM.            EXIT.                                    00002750
      *---------------------------------------------------              00002760
                                                                        00002770
       0100-INICIAR                       SECTION.                      00002780
             MOVE 'FR06CB16' TO WRK-CAB-PROGRAMA.                       00002790
             PERFORM 0101-CABECALHO-PADRAO.                             00002800
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002810
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002820
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002830
             OPEN INPUT NOTAHIST.                                       00002840
             OPEN INPUT ENTRADA-SYSIN.                                  00002850
             OPEN OUTPUT RELLIVRO.                                      00002860
             OPEN OUTPUT APURACAO.                                      00002870
             PERFORM 0110-TESTAR-STATUS.                                00002880
             PERFORM 0105-ABRIR-CREDITOS.                               00002890
             PERFORM 0107-LER-MES-APURACAO.                             00002900
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002910
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002920
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002930
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002940
             MOVE SPACES           TO CPAPU01-HEADER.                   00002950
             SET APU-REG-HEADER    TO TRUE.                             00002960
             MOVE WRK-MES-APURACAO TO APU-ANOMES.                       00002970
             MOVE WRK-DATA-NEGOCIO TO APU-DATA-GERACAO.                 00002980
             WRITE CPAPU01-REGISTRO.                                    00002990
      *---------------------------------------------------              00003000
       0100-99-FIM.            EXIT.                                    00003010
      *---------------------------------------------------              00003020
           COPY CPCAB02.                                                00003030
           COPY CPERR02.                                                00003040
           COPY CPDTA02.                                                00003050
           COPY CPSTT02.                                                00003060
      *---------------------------------------------------              00003070
       0105-ABRIR-CREDITOS                SECTION.                      00003080
      *    ABRE O HISTORICO DE NOTAS DE CREDITO - AINDA NAO             00003090
      *    CRIADO PELA FR05CB59 (FILE STATUS 35), O LIVRO SAI           00003100
      *    SEM DEVOLUCOES E COM AVISO NO SYSOUT                         00003110
      *---------------------------------------------------              00003120
             OPEN INPUT NOTACRED-HIST.                                  00003130
             IF WRK-FS-NOTACRED EQUAL '35'                              00003140
                 DISPLAY ' AVISO: SEM HISTORICO DE NOTAS DE '           00003150
                         'CREDITO - LIVRO SEM DEVOLUCOES'               00003160
             ELSE                                                       00003170
                 IF WRK-FS-NOTACRED NOT EQUAL ZEROS                     00003180
                     MOVE ' ERRO OPEN HISTORICO DE CREDITOS '           00003190
                         TO WRK-MSG                                     00003200
                     PERFORM 9000-TRATA-ERROS                           00003210
                 END-IF                                                 00003220
             END-IF.                                                    00003230
      *---------------------------------------------------              00003240
       0107-LER-MES-APURACAO              SECTION.                      00003250
      *    LE O CARTAO OPCIONAL COM O MES DE APURACAO (AAAAMM) -        00003260
      *    SEM CARTAO (OU NAO NUMERICO), VALE O MES DA DATA DE          00003270
      *    NEGOCIO                                                      00003280
      *---------------------------------------------------              00003290
             READ ENTRADA-SYSIN INTO WRK-MES-APURACAO.                  00003300
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003310
                OR WRK-MES-APURACAO NOT NUMERIC                         00003320
                OR WRK-MES-APURACAO EQUAL ZEROS                         00003330
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-APURACAO        00003340
             END-IF.                                                    00003350
             CLOSE ENTRADA-SYSIN.                                       00003360
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES.                      00003370
      *---------------------------------------------------              00003380
       0110-TESTAR-STATUS                 SECTION.                      00003390
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003400
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00003410
                 PERFORM 9000-TRATA-ERROS                               00003420
             END-IF.                                                    00003430
             IF WRK-FS-RELLIVRO NOT EQUAL ZEROS                         00003440
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003450
                 PERFORM 9000-TRATA-ERROS                               00003460
             END-IF.                                                    00003470
             IF WRK-FS-APURACAO NOT EQUAL ZEROS                         00003480
                 MOVE ' ERRO OPEN ARQUIVO DE APURACAO ' TO WRK-MSG      00003490
                 PERFORM 9000-TRATA-ERROS                               00003500
             END-IF.                                                    00003510
      *---------------------------------------------------              00003520
       0400-ALIMENTAR-SORT                SECTION.                      00003530
      *    PROCEDURE DE ENTRADA DO SORT - LIBERA AS LINHAS DE           00003540
      *    NOTA E AS NOTAS DE CREDITO DO MES, ACUMULANDO OS             00003550
      *    TOTAIS DE CONTROLE PARA A CONFERENCIA DO LIVRO               00003560
      *---------------------------------------------------              00003570
             PERFORM 0410-LIBERAR-UMA-LINHA                             00003580
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00003590
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00003600
                 PERFORM 0420-LIBERAR-UM-CREDITO                        00003610
                     UNTIL WRK-FS-NOTACRED NOT EQUAL ZEROS              00003620
             END-IF.                                                    00003630
      *---------------------------------------------------              00003640
       0410-LIBERAR-UMA-LINHA             SECTION.                      00003650
      *    LINHA DE NOTA DO MES - ANTERIOR A APURACAO (BASE NAO         00003660
      *    NUMERICA) ENTRA PELO VALOR DA LINHA, SEM IMPOSTO; NOTA       00003670
      *    CANCELADA NO DIA DA EMISSAO NAO ENTRA                        00003680
      *---------------------------------------------------              00003690
             READ NOTAHIST NEXT RECORD.                                 00003700
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003710
                 GO TO 0410-99-FIM                                      00003720
             END-IF.                                                    00003730
             ADD 1 TO WRK-CONT-LIDOS.                                   00003740
             IF NFH-DATA-EMISSAO (1:6) NOT EQUAL WRK-MES-APURACAO       00003750
                OR NFH-NOTA-CANCELADA                                   00003760
                 GO TO 0410-99-FIM                                      00003770
             END-IF.                                                    00003780
             SET ORD-SAIDA TO TRUE.                                     00003790
             IF NFH-BASE-IMPOSTO NUMERIC                                00003800
                AND NFH-VALOR-IMPOSTO NUMERIC                           00003810
                 MOVE NFH-UF            TO ORD-UF                       00003820
                 MOVE NFH-CATEGORIA     TO ORD-CATEGORIA                00003830
                 MOVE NFH-BASE-IMPOSTO  TO ORD-BASE                     00003840
                 MOVE NFH-VALOR-IMPOSTO TO ORD-IMPOSTO                  00003850
             ELSE                                                       00003860
                 ADD 1 TO WRK-CONT-ANTERIORES                           00003870
                 MOVE SPACES            TO ORD-UF                       00003880
                 MOVE SPACES            TO ORD-CATEGORIA                00003890
                 MOVE NFH-VALOR-TOTAL   TO ORD-BASE                     00003900
                 MOVE ZEROS             TO ORD-IMPOSTO                  00003910
             END-IF.                                                    00003920
             ADD 1               TO WRK-CONT-SAIDAS.                    00003930
             ADD NFH-VALOR-TOTAL TO WRK-CTL-FATURADO.                   00003940
             ADD ORD-IMPOSTO     TO WRK-CTL-IMPOSTO.                    00003950
             RELEASE ORD-REGISTRO.                                      00003960
       0410-99-FIM.            EXIT.                                    00003970
      *---------------------------------------------------              00003980
       0420-LIBERAR-UM-CREDITO            SECTION.                      00003990
             READ NOTACRED-HIST.                                        00004000
             IF WRK-FS-NOTACRED NOT EQUAL ZEROS                         00004010
                 GO TO 0420-99-FIM                                      00004020
             END-IF.                                                    00004030
             ADD 1 TO WRK-CONT-CRED-LIDOS.                              00004040
             IF NCH-DATA (1:6) NOT EQUAL WRK-MES-APURACAO               00004050
                 GO TO 0420-99-FIM                                      00004060
             END-IF.                                                    00004070
             SET ORD-DEVOLUCAO TO TRUE.                                 00004080
             MOVE NCH-UF            TO ORD-UF.                          00004090
             MOVE NCH-CATEGORIA     TO ORD-CATEGORIA.                   00004100
             MOVE NCH-BASE-IMPOSTO  TO ORD-BASE.                        00004110
             MOVE NCH-VALOR-IMPOSTO TO ORD-IMPOSTO.                     00004120
             ADD 1                  TO WRK-CONT-DEVOLUCOES.             00004130
             ADD NCH-BASE-IMPOSTO   TO WRK-CTL-DEVOLVIDO.               00004140
             ADD NCH-VALOR-IMPOSTO  TO WRK-CTL-IMP-DEVOL.               00004150
             RELEASE ORD-REGISTRO.                                      00004160
       0420-99-FIM.            EXIT.                                    00004170
      *---------------------------------------------------              00004180
       0500-APURAR                        SECTION.                      00004190
      *    PROCEDURE DE SAIDA DO SORT - RECEBE OS MOVIMENTOS EM         00004200
      *    ORDEM DE UF E CATEGORIA E FECHA CADA QUEBRA                  00004210
      *---------------------------------------------------              00004220
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00004230
             PERFORM 0510-RECEBER-UM                                    00004240
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00004250
             IF WRK-CATEGORIA-ABERTA                                    00004260
                 PERFORM 0530-FECHAR-CATEGORIA                          00004270
             END-IF.                                                    00004280
             IF WRK-UF-ABERTA                                           00004290
                 PERFORM 0540-FECHAR-UF                                 00004300
             END-IF.                                                    00004310
      *---------------------------------------------------              00004320
       0510-RECEBER-UM                    SECTION.                      00004330
             RETURN ORDENACAO                                           00004340
                 AT END                                                 00004350
                     MOVE '99' TO WRK-FS-ORDENACAO                      00004360
                 NOT AT END                                             00004370
                     PERFORM 0520-ACUMULAR                              00004380
             END-RETURN.                                                00004390
      *---------------------------------------------------              00004400
       0520-ACUMULAR                      SECTION.                      00004410
      *    FECHA A CATEGORIA E A UF QUANDO A CHAVE MUDA, ABRE A         00004420
      *    QUEBRA NOVA ZERADA E ACUMULA O MOVIMENTO PELO TIPO           00004430
      *---------------------------------------------------              00004440
             IF WRK-CATEGORIA-ABERTA                                    00004450
                 IF ORD-UF NOT EQUAL WRK-QBR-UF                         00004460
                    OR ORD-CATEGORIA NOT EQUAL WRK-QBR-CATEGORIA        00004470
                     PERFORM 0530-FECHAR-CATEGORIA                      00004480
                 END-IF                                                 00004490
             END-IF.                                                    00004500
             IF WRK-UF-ABERTA                                           00004510
                 IF ORD-UF NOT EQUAL WRK-QBR-UF                         00004520
                     PERFORM 0540-FECHAR-UF                             00004530
                 END-IF                                                 00004540
             END-IF.                                                    00004550
             IF WRK-UF-FECHADA                                          00004560
                 MOVE ORD-UF TO WRK-QBR-UF                              00004570
                 MOVE ZEROS  TO WRK-UFT-QTD-SAIDAS                      00004580
                 MOVE ZEROS  TO WRK-UFT-BASE-SAIDAS                     00004590
                 MOVE ZEROS  TO WRK-UFT-IMP-SAIDAS                      00004600
                 MOVE ZEROS  TO WRK-UFT-QTD-DEVOL                       00004610
                 MOVE ZEROS  TO WRK-UFT-BASE-DEVOL                      00004620
                 MOVE ZEROS  TO WRK-UFT-IMP-DEVOL                       00004630
                 SET WRK-UF-ABERTA TO TRUE                              00004640
             END-IF.                                                    00004650
             IF WRK-CATEGORIA-FECHADA                                   00004660
                 MOVE ORD-CATEGORIA TO WRK-QBR-CATEGORIA                00004670
                 MOVE ZEROS  TO WRK-CAT-QTD-SAIDAS                      00004680
                 MOVE ZEROS  TO WRK-CAT-BASE-SAIDAS                     00004690
                 MOVE ZEROS  TO WRK-CAT-IMP-SAIDAS                      00004700
                 MOVE ZEROS  TO WRK-CAT-QTD-DEVOL                       00004710
                 MOVE ZEROS  TO WRK-CAT-BASE-DEVOL                      00004720
                 MOVE ZEROS  TO WRK-CAT-IMP-DEVOL                       00004730
                 SET WRK-CATEGORIA-ABERTA TO TRUE                       00004740
             END-IF.                                                    00004750
             IF ORD-SAIDA                                               00004760
                 ADD 1           TO WRK-CAT-QTD-SAIDAS                  00004770
                 ADD ORD-BASE    TO WRK-CAT-BASE-SAIDAS                 00004780
                 ADD ORD-IMPOSTO TO WRK-CAT-IMP-SAIDAS                  00004790
             ELSE                                                       00004800
                 ADD 1           TO WRK-CAT-QTD-DEVOL                   00004810
                 ADD ORD-BASE    TO WRK-CAT-BASE-DEVOL                  00004820
                 ADD ORD-IMPOSTO TO WRK-CAT-IMP-DEVOL                   00004830
             END-IF.                                                    00004840
      *---------------------------------------------------              00004850
       0530-FECHAR-CATEGORIA              SECTION.                      00004860
      *    IMPRIME A LINHA DA UF/CATEGORIA, GRAVA O DETALHE DO          00004870
      *    ARQUIVO DE APURACAO E SOMA A CATEGORIA NA UF                 00004880
      *---------------------------------------------------              00004890
             MOVE WRK-ACM-CATEGORIA TO WRK-ACM-IMPRIME.                 00004900
             PERFORM 0560-MONTAR-VALORES.                               00004910
             MOVE SPACES            TO WRK-DET-ROTULO.                  00004920
             MOVE WRK-QBR-UF        TO WRK-DET-ROTULO (1:2).            00004930
             MOVE WRK-QBR-CATEGORIA TO WRK-DET-ROTULO (5:5).            00004940
             WRITE REL-LINHA FROM WRK-DETALHE.                          00004950
             MOVE SPACES              TO CPAPU01-DETALHE.               00004960
             SET APU-REG-DETALHE      TO TRUE.                          00004970
             MOVE WRK-QBR-UF          TO APU-UF.                        00004980
             MOVE WRK-QBR-CATEGORIA   TO APU-CATEGORIA.                 00004990
             MOVE WRK-CAT-QTD-SAIDAS  TO APU-QTD-SAIDAS.                00005000
             MOVE WRK-CAT-BASE-SAIDAS TO APU-BASE-SAIDAS.               00005010
             MOVE WRK-CAT-IMP-SAIDAS  TO APU-IMPOSTO-SAIDAS.            00005020
             MOVE WRK-CAT-QTD-DEVOL   TO APU-QTD-DEVOLUCOES.            00005030
             MOVE WRK-CAT-BASE-DEVOL  TO APU-BASE-DEVOLUCOES.           00005040
             MOVE WRK-CAT-IMP-DEVOL   TO APU-IMPOSTO-DEVOLUCOES.        00005050
             MOVE WRK-LIQ-SINAL-BASE  TO APU-SINAL-BASE.                00005060
             MOVE WRK-LIQ-BASE        TO APU-BASE-LIQUIDA.              00005070
             MOVE WRK-LIQ-SINAL-IMP   TO APU-SINAL-IMPOSTO.             00005080
             MOVE WRK-LIQ-IMPOSTO     TO APU-IMPOSTO-LIQUIDO.           00005090
             WRITE CPAPU01-REGISTRO.                                    00005100
             ADD 1 TO WRK-CONT-DETALHES.                                00005110
             COMPUTE WRK-HASH-APURACAO = WRK-HASH-APURACAO              00005120
                 + (WRK-CAT-IMP-SAIDAS * 100).                          00005130
             ADD WRK-CAT-QTD-SAIDAS   TO WRK-UFT-QTD-SAIDAS.            00005140
             ADD WRK-CAT-BASE-SAIDAS  TO WRK-UFT-BASE-SAIDAS.           00005150
             ADD WRK-CAT-IMP-SAIDAS   TO WRK-UFT-IMP-SAIDAS.            00005160
             ADD WRK-CAT-QTD-DEVOL    TO WRK-UFT-QTD-DEVOL.             00005170
             ADD WRK-CAT-BASE-DEVOL   TO WRK-UFT-BASE-DEVOL.            00005180
             ADD WRK-CAT-IMP-DEVOL    TO WRK-UFT-IMP-DEVOL.             00005190
             SET WRK-CATEGORIA-FECHADA TO TRUE.                         00005200
      *---------------------------------------------------              00005210
       0540-FECHAR-UF                     SECTION.                      00005220
      *    IMPRIME O TOTAL DA UF E SOMA A UF NO TOTAL GERAL             00005230
      *---------------------------------------------------              00005240
             MOVE WRK-ACM-UF TO WRK-ACM-IMPRIME.                        00005250
             PERFORM 0560-MONTAR-VALORES.                               00005260
             MOVE SPACES     TO WRK-DET-ROTULO.                         00005270
             STRING 'TOTAL UF ' WRK-QBR-UF DELIMITED BY SIZE            00005280
                 INTO WRK-DET-ROTULO.                                   00005290
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005300
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005310
             ADD WRK-UFT-QTD-SAIDAS   TO WRK-GER-QTD-SAIDAS.            00005320
             ADD WRK-UFT-BASE-SAIDAS  TO WRK-GER-BASE-SAIDAS.           00005330
             ADD WRK-UFT-IMP-SAIDAS   TO WRK-GER-IMP-SAIDAS.            00005340
             ADD WRK-UFT-QTD-DEVOL    TO WRK-GER-QTD-DEVOL.             00005350
             ADD WRK-UFT-BASE-DEVOL   TO WRK-GER-BASE-DEVOL.            00005360
             ADD WRK-UFT-IMP-DEVOL    TO WRK-GER-IMP-DEVOL.             00005370
             SET WRK-UF-FECHADA TO TRUE.                                00005380
      *---------------------------------------------------              00005390
       0560-MONTAR-VALORES                SECTION.                      00005400
      *    MONTA OS VALORES DA LINHA A PARTIR DO NIVEL MOVIDO           00005410
      *    PARA WRK-ACM-IMPRIME - LIQUIDO = SAIDAS MENOS                00005420
      *    DEVOLUCOES, COM O SINAL EM BYTE PROPRIO                      00005430
      *---------------------------------------------------              00005440
             IF WRK-IMP-BASE-SAIDAS < WRK-IMP-BASE-DEVOL                00005450
                 COMPUTE WRK-LIQ-BASE =                                 00005460
                     WRK-IMP-BASE-DEVOL - WRK-IMP-BASE-SAIDAS           00005470
                 MOVE '-' TO WRK-LIQ-SINAL-BASE                         00005480
             ELSE                                                       00005490
                 COMPUTE WRK-LIQ-BASE =                                 00005500
                     WRK-IMP-BASE-SAIDAS - WRK-IMP-BASE-DEVOL           00005510
                 MOVE '+' TO WRK-LIQ-SINAL-BASE                         00005520
             END-IF.                                                    00005530
             IF WRK-IMP-IMP-SAIDAS < WRK-IMP-IMP-DEVOL                  00005540
                 COMPUTE WRK-LIQ-IMPOSTO =                              00005550
                     WRK-IMP-IMP-DEVOL - WRK-IMP-IMP-SAIDAS             00005560
                 MOVE '-' TO WRK-LIQ-SINAL-IMP                          00005570
             ELSE                                                       00005580
                 COMPUTE WRK-LIQ-IMPOSTO =                              00005590
                     WRK-IMP-IMP-SAIDAS - WRK-IMP-IMP-DEVOL             00005600
                 MOVE '+' TO WRK-LIQ-SINAL-IMP                          00005610
             END-IF.                                                    00005620
             MOVE WRK-IMP-BASE-SAIDAS TO WRK-DET-BASE-SAI.              00005630
             MOVE WRK-IMP-IMP-SAIDAS  TO WRK-DET-IMP-SAI.               00005640
             MOVE WRK-IMP-BASE-DEVOL  TO WRK-DET-BASE-DEV.              00005650
             MOVE WRK-IMP-IMP-DEVOL   TO WRK-DET-IMP-DEV.               00005660
             MOVE WRK-LIQ-BASE        TO WRK-DET-BASE-LIQ.              00005670
             MOVE WRK-LIQ-SINAL-BASE  TO WRK-DET-SINAL-BASE.            00005680
             MOVE WRK-LIQ-IMPOSTO     TO WRK-DET-IMP-LIQ.               00005690
             MOVE WRK-LIQ-SINAL-IMP   TO WRK-DET-SINAL-IMP.             00005700
      *---------------------------------------------------              00005710
       0300-FINALIZAR                     SECTION.                      00005720
             PERFORM 0320-IMPRIMIR-TOTAL-GERAL.                         00005730
             PERFORM 0330-CONFERIR-LIVRO.                               00005740
             MOVE WRK-CONT-LIDOS                                        00005750
                 TO WRK-STT-REGISTROS.                                  00005760
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005770
             CLOSE NOTAHIST.                                            00005780
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00005790
                 CLOSE NOTACRED-HIST                                    00005800
             END-IF.                                                    00005810
             CLOSE RELLIVRO.                                            00005820
             CLOSE APURACAO.                                            00005830
             DISPLAY '------------------'.                              00005840
             DISPLAY '  LINHAS DE NOTA LIDAS: ' WRK-CONT-LIDOS.         00005850
             DISPLAY '  CREDITOS LIDOS......: ' WRK-CONT-CRED-LIDOS.    00005860
             DISPLAY '  SAIDAS DO MES.......: ' WRK-CONT-SAIDAS.        00005870
             DISPLAY '  SEM APURACAO (ANT.).: ' WRK-CONT-ANTERIORES.    00005880
             DISPLAY '  DEVOLUCOES DO MES...: ' WRK-CONT-DEVOLUCOES.    00005890
             DISPLAY '  UF/CATEGORIAS.......: ' WRK-CONT-DETALHES.      00005900
             DISPLAY '  DIVERGENCIAS........: ' WRK-CONT-DIVERGENCIAS.  00005910
             IF WRK-CONT-DIVERGENCIAS > ZERO                            00005920
                 MOVE 12 TO RETURN-CODE                                 00005930
                 MOVE ' ERRO LIVRO NAO CONFERE COM O HISTORICO '        00005940
                     TO WRK-MSG                                         00005950
                 PERFORM 9000-TRATA-ERROS                               00005960
             END-IF.                                                    00005970
             PERFORM 0340-REGISTRAR-MANIFESTO.                          00005980
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005990
             PERFORM 9000-TRATA-ERROS.                                  00006000
      *---------------------------------------------------              00006010
       0320-IMPRIMIR-TOTAL-GERAL          SECTION.                      00006020
      *    IMPRIME O TOTAL GERAL DO LIVRO E GRAVA O TRAILER DO          00006030
      *    ARQUIVO DE APURACAO                                          00006040
      *---------------------------------------------------              00006050
             MOVE WRK-ACM-GERAL TO WRK-ACM-IMPRIME.                     00006060
             PERFORM 0560-MONTAR-VALORES.                               00006070
             MOVE 'TOTAL GERAL' TO WRK-DET-ROTULO.                      00006080
             WRITE REL-LINHA FROM WRK-DETALHE.                          00006090
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006100
             MOVE SPACES              TO CPAPU01-TRAILER.               00006110
             SET APU-REG-TRAILER      TO TRUE.                          00006120
             MOVE WRK-CONT-DETALHES   TO APU-QTD-REGISTROS.             00006130
             MOVE WRK-GER-BASE-SAIDAS TO APU-TOT-BASE-SAIDAS.           00006140
             MOVE WRK-GER-IMP-SAIDAS  TO APU-TOT-IMPOSTO-SAIDAS.        00006150
             MOVE WRK-GER-BASE-DEVOL  TO APU-TOT-BASE-DEVOLUCOES.       00006160
             MOVE WRK-GER-IMP-DEVOL   TO APU-TOT-IMPOSTO-DEVOL.         00006170
             MOVE WRK-LIQ-SINAL-BASE  TO APU-TOT-SINAL-BASE.            00006180
             MOVE WRK-LIQ-BASE        TO APU-TOT-BASE-LIQUIDA.          00006190
             MOVE WRK-LIQ-SINAL-IMP   TO APU-TOT-SINAL-IMPOSTO.         00006200
             MOVE WRK-LIQ-IMPOSTO     TO APU-TOT-IMPOSTO-LIQUIDO.       00006210
             WRITE CPAPU01-REGISTRO.                                    00006220
      *---------------------------------------------------              00006230
       0330-CONFERIR-LIVRO                SECTION.                      00006240
      *    CONFERE O LIVRO CONTRA OS TOTAIS LIDOS DOS HISTORICOS        00006250
      *    - A BASE DAS SAIDAS TEM DE FECHAR COM O TOTAL                00006260
      *    FATURADO NO MES (VALOR DAS LINHAS DE NOTA) E OS              00006270
      *    DEMAIS TOTAIS COM O QUE FOI LIBERADO PARA O SORT             00006280
      *---------------------------------------------------              00006290
             MOVE 'TOTAL FATURADO X BASE DAS SAIDAS........'            00006300
                 TO WRK-CNF-DESCRICAO.                                  00006310
             MOVE WRK-CTL-FATURADO    TO WRK-CNF-HISTORICO.             00006320
             MOVE WRK-GER-BASE-SAIDAS TO WRK-CNF-LIVRO.                 00006330
             IF WRK-CTL-FATURADO EQUAL WRK-GER-BASE-SAIDAS              00006340
                 MOVE 'CONFERE'    TO WRK-CNF-SITUACAO                  00006350
             ELSE                                                       00006360
                 MOVE 'DIVERGENTE' TO WRK-CNF-SITUACAO                  00006370
                 ADD 1 TO WRK-CONT-DIVERGENCIAS                         00006380
             END-IF.                                                    00006390
             WRITE REL-LINHA FROM WRK-LINHA-CONFERE.                    00006400
             MOVE 'IMPOSTO DAS NOTAS X IMPOSTO DAS SAIDAS..'            00006410
                 TO WRK-CNF-DESCRICAO.                                  00006420
             MOVE WRK-CTL-IMPOSTO    TO WRK-CNF-HISTORICO.              00006430
             MOVE WRK-GER-IMP-SAIDAS TO WRK-CNF-LIVRO.                  00006440
             IF WRK-CTL-IMPOSTO EQUAL WRK-GER-IMP-SAIDAS                00006450
                 MOVE 'CONFERE'    TO WRK-CNF-SITUACAO                  00006460
             ELSE                                                       00006470
                 MOVE 'DIVERGENTE' TO WRK-CNF-SITUACAO                  00006480
                 ADD 1 TO WRK-CONT-DIVERGENCIAS                         00006490
             END-IF.                                                    00006500
             WRITE REL-LINHA FROM WRK-LINHA-CONFERE.                    00006510
             MOVE 'NOTAS DE CREDITO X BASE DAS DEVOLUCOES..'            00006520
                 TO WRK-CNF-DESCRICAO.                                  00006530
             MOVE WRK-CTL-DEVOLVIDO  TO WRK-CNF-HISTORICO.              00006540
             MOVE WRK-GER-BASE-DEVOL TO WRK-CNF-LIVRO.                  00006550
             IF WRK-CTL-DEVOLVIDO EQUAL WRK-GER-BASE-DEVOL              00006560
                 MOVE 'CONFERE'    TO WRK-CNF-SITUACAO                  00006570
             ELSE                                                       00006580
                 MOVE 'DIVERGENTE' TO WRK-CNF-SITUACAO                  00006590
                 ADD 1 TO WRK-CONT-DIVERGENCIAS                         00006600
             END-IF.                                                    00006610
             WRITE REL-LINHA FROM WRK-LINHA-CONFERE.                    00006620
             MOVE 'IMPOSTO ESTORNADO X IMPOSTO DEVOLUCOES..'            00006630
                 TO WRK-CNF-DESCRICAO.                                  00006640
             MOVE WRK-CTL-IMP-DEVOL TO WRK-CNF-HISTORICO.               00006650
             MOVE WRK-GER-IMP-DEVOL TO WRK-CNF-LIVRO.                   00006660
             IF WRK-CTL-IMP-DEVOL EQUAL WRK-GER-IMP-DEVOL               00006670
                 MOVE 'CONFERE'    TO WRK-CNF-SITUACAO                  00006680
             ELSE                                                       00006690
                 MOVE 'DIVERGENTE' TO WRK-CNF-SITUACAO                  00006700
                 ADD 1 TO WRK-CONT-DIVERGENCIAS                         00006710
             END-IF.                                                    00006720
             WRITE REL-LINHA FROM WRK-LINHA-CONFERE.                    00006730
      *---------------------------------------------------              00006740
       0340-REGISTRAR-MANIFESTO           SECTION.                      00006750
      *    REGISTRA O ARQUIVO DE APURACAO NO MANIFESTO DAS              00006760
      *    INTERFACES DE SAIDA (SERVICO FR06CB34) - QTD DE              00006770
      *    DETALHES E A SOMA DO IMPOSTO DAS SAIDAS EM CENTAVOS          00006780
      *    COMO HASH, CONFERIDOS PELA LIBERACAO (FR06CB35) ANTES        00006790
      *    DO ENVIO AO ESCRITORIO CONTABIL. LIVRO DIVERGENTE NAO        00006800
      *    CHEGA AQUI (RC=12 E GERACAO DESCARTADA PELO JOB)             00006810
      *---------------------------------------------------              00006820
             MOVE 'APURACAO'          TO MNF-REG-INTERFACE.             00006830
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00006840
             SET MNF-REG-NOVA         TO TRUE.                          00006850
             MOVE WRK-CONT-DETALHES   TO MNF-REG-QTD-REGISTROS.         00006860
             MOVE WRK-HASH-APURACAO   TO MNF-REG-VALOR-HASH.            00006870
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00006880
             IF MNF-REG-OK                                              00006890
                 DISPLAY '  MANIFESTO...........: ' MNF-REG-INTERFACE   00006900
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00006910
                         MNF-REG-GERACAO                                00006920
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00006930
                 DISPLAY ' AVISO: APURACAO JA TRANSMITIDA NA DATA - '   00006940
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00006950
                         MNF-REG-GERACAO                                00006960
             ELSE                                                       00006970
                 DISPLAY ' AVISO: APURACAO NAO REGISTRADA NO '          00006980
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00006990
             END-IF                                                     00007000
             END-IF.                                                    00007010
      *---------------------------------------------------              00007020
       9000-TRATA-ERROS                   SECTION.                      00007030
      *---------------------------------------------------              00007040
             PERFORM 9050-GRAVAR-ERRLOG.                                00007050
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007060
             STOP RUN.                                                  00007070
      *--------------------------------------------------------------   00007080
       9000-99-FIM.            EXIT.                                    00007090
      *--------------------------------------------------------------   00007100
