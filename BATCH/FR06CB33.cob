      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB33.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: RELATORIO MENSAL DE ORCADO X REALIZADO POR        00000120
      *               CONTA DO RAZAO, AGRUPADO POR CENTRO DE CUSTO      00000130
      *               PARA OS CHEFES DE DEPARTAMENTO, NOS MOLDES DO     00000140
      *               ACOMPANHAMENTO DE METAS (FR06CB22). O             00000150
      *               REALIZADO VEM DOS LANCAMENTOS CONTABEIS           00000160
      *               (CPGLJ01, GERADOS PELA FR05CB83) E O ORCADO       00000170
      *               DO MASTER DE VERBAS (CPVRB01, FR06CB32), NO       00000180
      *               MES E NO ACUMULADO DO ANO, COM VARIACAO E         00000190
      *               PERCENTUAL DE VARIACAO. O REALIZADO DA CONTA      00000200
      *               SEGUE A NATUREZA DA VERBA (DEVEDORA: DEBITOS      00000210
      *               MENOS CREDITOS; CREDORA: O INVERSO) E, COMO O     00000220
      *               LANCAMENTO NAO TRAZ CENTRO DE CUSTO, E RATEADO    00000230
      *               ENTRE OS CENTROS QUE ORCARAM A CONTA NA           00000240
      *               PROPORCAO DA VERBA DO ANO. CONTA MOVIMENTADA      00000250
      *               SEM VERBA NO ANO SAI NO GRUPO SEM CENTRO DE       00000260
      *               CUSTO. O CARTAO DA SYSIN TRAZ O MES (AAAAMM -     00000270
      *               EM BRANCO VALE O MES DA DATA DE NEGOCIO) E A      00000280
      *               TOLERANCIA EM PERCENTUAL INTEIRO (EM BRANCO       00000290
      *               VALE 10); LINHA COM VARIACAO ALEM DA              00000300
      *               TOLERANCIA, NO MES OU NO ANO, SAI MARCADA         00000310
      *-------------------------------------------------------*         00000320
      *     HISTORICO DE ALTERACOES                                     00000330
      *     DATA        AUTOR   DESCRICAO                               00000340
      *     ----------  ------  --------------------------------        00000350
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000360
      *=======================================================*         00000370
                                                                        00000380
      *=======================================================*         00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=======================================================*         00000410
       INPUT-OUTPUT                              SECTION.               00000420
       FILE-CONTROL.                                                    00000430
             SELECT LANCTOS  ASSIGN TO ARQGLJ                           00000440
                FILE STATUS  IS WRK-FS-LANCTOS.                         00000450
                                                                        00000460
             SELECT VERBA-MASTER ASSIGN TO ARQVRB                       00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS SEQUENTIAL                              00000490
                RECORD KEY   IS VRB-CHAVE                               00000500
                FILE STATUS  IS WRK-FS-VERBA.                           00000510
                                                                        00000520
             SELECT DEPARTAMENTO-MST ASSIGN TO ARQDEP                   00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS SEQUENTIAL                              00000550
                RECORD KEY   IS DEP-CODIGO                              00000560
                FILE STATUS  IS WRK-FS-DEPARTAM.                        00000570
                                                                        00000580
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000590
                FILE STATUS  IS WRK-FS-SYSIN.                           00000600
                                                                        00000610
             SELECT RELORCADO ASSIGN TO ARQRPT                          00000620
                FILE STATUS  IS WRK-FS-RELORCADO.                       00000630
                                                                        00000640
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000650
                ORGANIZATION IS INDEXED                                 00000660
                ACCESS MODE  IS DYNAMIC                                 00000670
                RECORD KEY   IS CAL-DATA                                00000680
                FILE STATUS  IS WRK-FS-CALEND.                          00000690
                                                                        00000700
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000710
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000720
                                                                        00000730
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000740
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000750
      *=======================================================*         00000760
       DATA                                      DIVISION.              00000770
      *=======================================================*         00000780
       FILE                                      SECTION.               00000790
       FD LANCTOS                                                       00000800
           RECORDING MODE IS F                                          00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
           COPY CPGLJ01.                                                00000830
                                                                        00000840
       FD VERBA-MASTER.                                                 00000850
           COPY CPVRB01.                                                00000860
                                                                        00000870
       FD DEPARTAMENTO-MST.                                             00000880
           COPY CPDEP01.                                                00000890
                                                                        00000900
       FD ENTRADA-SYSIN                                                 00000910
           RECORDING MODE IS F                                          00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
       01 SYSIN-REGISTRO             PIC X(009).                        00000940
                                                                        00000950
       FD RELORCADO                                                     00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
       01 REL-LINHA                    PIC X(132).                      00000990
                                                                        00001000
       FD CALENDARIO.                                                   00001010
           COPY CPCAL01.                                                00001020
                                                                        00001030
       FD ERRLOG.                                                       00001040
           COPY CPERRL01.                                               00001050
                                                                        00001060
       FD ESTATIS                                                       00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
           COPY CPSTA01.                                                00001100
      *---------------------------------------------------              00001110
       WORKING-STORAGE                           SECTION.               00001120
      *---------------------------------------------------              00001130
       77 WRK-FS-LANCTOS      PIC X(02) VALUE SPACES.                   00001140
       77 WRK-FS-VERBA        PIC X(02) VALUE SPACES.                   00001150
       77 WRK-FS-DEPARTAM     PIC X(02) VALUE SPACES.                   00001160
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001170
       77 WRK-FS-RELORCADO    PIC X(02) VALUE SPACES.                   00001180
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001190
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001200
       77 WRK-CONT-LANCTOS    PIC 9(09) COMP VALUE ZERO.                00001210
       77 WRK-CONT-VERBAS     PIC 9(09) COMP VALUE ZERO.                00001220
       77 WRK-CONT-CENTROS    PIC 9(09) COMP VALUE ZERO.                00001230
       77 WRK-CONT-LINHAS     PIC 9(09) COMP VALUE ZERO.                00001240
       77 WRK-CONT-FORA-TOL   PIC 9(09) COMP VALUE ZERO.                00001250
       77 WRK-MES-INICIO      PIC 9(06) VALUE ZERO.                     00001260
       77 WRK-MES-MOVTO       PIC 9(06) VALUE ZERO.                     00001270
       77 WRK-VALOR-MOVTO     PIC S9(11)V99 COMP-3 VALUE ZERO.          00001280
       77 WRK-PCT-VARIACAO    PIC S9(04)V99 COMP-3 VALUE ZERO.          00001290
       77 WRK-PCT-ABSOLUTO    PIC S9(04)V99 COMP-3 VALUE ZERO.          00001300
       77 WRK-CHAVE-CONTA     PIC X(08) VALUE SPACES.                   00001310
       77 WRK-CHAVE-NATUREZA  PIC X(01) VALUE SPACES.                   00001320
       01 WRK-CHAVE-ORDEM.                                              00001330
          05 WRK-CHAVE-CENTRO PIC 9(06) VALUE ZERO.                     00001340
          05 WRK-CHAVE-CONTA-ORD                                        00001350
                              PIC X(08) VALUE SPACES.                   00001360
      *---------------------------------------------------              00001370
      *    CARTAO DE PARAMETROS - MES DE APURACAO (AAAAMM) E            00001380
      *    TOLERANCIA EM PERCENTUAL INTEIRO                             00001390
      *---------------------------------------------------              00001400
       01 WRK-CARTAO-PARAMETRO.                                         00001410
          05 WRK-MES-APURACAO    PIC 9(06) VALUE ZERO.                  00001420
          05 WRK-PCT-TOLERANCIA  PIC 9(03) VALUE ZERO.                  00001430
       77 WRK-TOLERANCIA-PADRAO  PIC 9(03) VALUE 10.                    00001440
      *---------------------------------------------------              00001450
      *    ACUMULADORES POR CONTA - REALIZADO BRUTO (DEBITOS            00001460
      *    MENOS CREDITOS ATE A NATUREZA SER APLICADA), VERBA           00001470
      *    DO ANO DE TODOS OS CENTROS E O JA RATEADO                    00001480
      *---------------------------------------------------              00001490
       77 WRK-MAX-CONTAS      PIC 9(04) COMP VALUE 1000.                00001500
       77 WRK-QTD-CONTAS      PIC 9(04) COMP VALUE ZERO.                00001510
       77 WRK-IDX-CTA         PIC 9(04) COMP VALUE ZERO.                00001520
       77 WRK-IDX-CTA-ACHADO  PIC 9(04) COMP VALUE ZERO.                00001530
       01 WRK-TABELA-CONTAS.                                            00001540
          05 WRK-ENT-CONTA OCCURS 1000 TIMES.                           00001550
             10 WRK-CTA-CONTA         PIC X(08).                        00001560
             10 WRK-CTA-NATUREZA      PIC X(01).                        00001570
             10 WRK-CTA-QTD-CENTROS   PIC 9(04) COMP.                   00001580
             10 WRK-CTA-ORC-ANO       PIC S9(13)V99 COMP-3.             00001590
             10 WRK-CTA-REAL-MES      PIC S9(13)V99 COMP-3.             00001600
             10 WRK-CTA-REAL-ANO      PIC S9(13)V99 COMP-3.             00001610
             10 WRK-CTA-RAT-MES       PIC S9(13)V99 COMP-3.             00001620
             10 WRK-CTA-RAT-ANO       PIC S9(13)V99 COMP-3.             00001630
      *---------------------------------------------------              00001640
      *    ACUMULADORES POR CENTRO DE CUSTO E CONTA - CENTRO            00001650
      *    ZERADO E O GRUPO SEM CENTRO DE CUSTO                         00001660
      *---------------------------------------------------              00001670
       77 WRK-MAX-APURACAO    PIC 9(04) COMP VALUE 2000.                00001680
       77 WRK-QTD-APURACAO    PIC 9(04) COMP VALUE ZERO.                00001690
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001700
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001710
       01 WRK-TABELA-APURACAO.                                          00001720
          05 WRK-ENT-APURACAO OCCURS 2000 TIMES.                        00001730
             10 WRK-APU-ORDEM.                                          00001740
                15 WRK-APU-CENTRO     PIC 9(06).                        00001750
                15 WRK-APU-CONTA      PIC X(08).                        00001760
             10 WRK-APU-IDX-CONTA     PIC 9(04) COMP.                   00001770
             10 WRK-APU-IMPRESSA      PIC X(01).                        00001780
             10 WRK-APU-REAL-MES      PIC S9(13)V99 COMP-3.             00001790
             10 WRK-APU-REAL-ANO      PIC S9(13)V99 COMP-3.             00001800
             10 WRK-APU-ORC-MES       PIC S9(13)V99 COMP-3.             00001810
             10 WRK-APU-ORC-ANO       PIC S9(13)V99 COMP-3.             00001820
      *---------------------------------------------------              00001830
      *    DEPARTAMENTOS - PRIMEIRO DEPARTAMENTO DE CADA CENTRO         00001840
      *    DE CUSTO, PARA O CABECALHO DO GRUPO                          00001850
      *---------------------------------------------------              00001860
       77 WRK-MAX-DEPTOS      PIC 9(04) COMP VALUE 500.                 00001870
       77 WRK-QTD-DEPTOS      PIC 9(04) COMP VALUE ZERO.                00001880
       77 WRK-IDX-DEP         PIC 9(04) COMP VALUE ZERO.                00001890
       01 WRK-TABELA-DEPTOS.                                            00001900
          05 WRK-ENT-DEPTO OCCURS 500 TIMES.                            00001910
             10 WRK-DPT-CENTRO        PIC 9(06).                        00001920
             10 WRK-DPT-CODIGO        PIC X(05).                        00001930
             10 WRK-DPT-DESCRICAO     PIC X(25).                        00001940
      *---------------------------------------------------              00001950
      *    LINHA EM IMPRESSAO, SUBTOTAL DO CENTRO E TOTAL GERAL         00001960
      *---------------------------------------------------              00001970
       01 WRK-SW-GRUPO.                                                 00001980
          05 WRK-SW-GRUPO-IND         PIC X(01) VALUE 'N'.              00001990
             88 WRK-GRUPO-ABERTO            VALUE 'S'.                  00002000
             88 WRK-GRUPO-FECHADO           VALUE 'N'.                  00002010
          05 WRK-SW-FIM-IMPRESSAO     PIC X(01) VALUE 'N'.              00002020
             88 WRK-FIM-IMPRESSAO           VALUE 'S'.                  00002030
          05 WRK-CENTRO-GRUPO         PIC 9(06) VALUE ZERO.             00002040
       01 WRK-VALORES-LINHA.                                            00002050
          05 WRK-LIN-REAL-MES         PIC S9(13)V99 COMP-3 VALUE 0.     00002060
          05 WRK-LIN-ORC-MES          PIC S9(13)V99 COMP-3 VALUE 0.     00002070
          05 WRK-LIN-REAL-ANO         PIC S9(13)V99 COMP-3 VALUE 0.     00002080
          05 WRK-LIN-ORC-ANO          PIC S9(13)V99 COMP-3 VALUE 0.     00002090
          05 WRK-LIN-VAR              PIC S9(13)V99 COMP-3 VALUE 0.     00002100
       01 WRK-SUBTOTAIS.                                                00002110
          05 WRK-SUB-REAL-MES         PIC S9(13)V99 COMP-3 VALUE 0.     00002120
          05 WRK-SUB-ORC-MES          PIC S9(13)V99 COMP-3 VALUE 0.     00002130
          05 WRK-SUB-REAL-ANO         PIC S9(13)V99 COMP-3 VALUE 0.     00002140
          05 WRK-SUB-ORC-ANO          PIC S9(13)V99 COMP-3 VALUE 0.     00002150
       01 WRK-TOTAIS-GERAIS.                                            00002160
          05 WRK-TOT-REAL-MES         PIC S9(13)V99 COMP-3 VALUE 0.     00002170
          05 WRK-TOT-ORC-MES          PIC S9(13)V99 COMP-3 VALUE 0.     00002180
          05 WRK-TOT-REAL-ANO         PIC S9(13)V99 COMP-3 VALUE 0.     00002190
          05 WRK-TOT-ORC-ANO          PIC S9(13)V99 COMP-3 VALUE 0.     00002200
      *---------------------------------------------------              00002210
      *    LINHAS DO RELATORIO                                          00002220
      *---------------------------------------------------              00002230
       01 WRK-SEPARA.                                                   00002240
          05 FILLER PIC X(132) VALUE ALL '='.                           00002250
                                                                        00002260
       01 WRK-CABEC1.                                                   00002270
          05 FILLER               PIC X(40) VALUE                       00002280
             'ORCADO X REALIZADO POR CENTRO DE CUSTO -'.                00002290
          05 FILLER               PIC X(06) VALUE ' MES: '.             00002300
          05 WRK-CAB-MES          PIC 9(06).                            00002310
          05 FILLER               PIC X(13) VALUE                       00002320
             '  ACUMULADO: '.                                           00002330
          05 WRK-CAB-MES-INI      PIC 9(06).                            00002340
          05 FILLER               PIC X(03) VALUE ' A '.                00002350
          05 WRK-CAB-MES-FIM      PIC 9(06).                            00002360
          05 FILLER               PIC X(15) VALUE                       00002370
             '  TOLERANCIA: '.                                          00002380
          05 WRK-CAB-TOLERANCIA   PIC ZZ9.                              00002390
          05 FILLER               PIC X(01) VALUE '%'.                  00002400
                                                                        00002410
       01 WRK-CABEC2.                                                   00002420
          05 FILLER               PIC X(09) VALUE 'CONTA    '.          00002430
          05 FILLER               PIC X(15) VALUE                       00002440
             ' REALIZADO MES '.                                         00002450
          05 FILLER               PIC X(15) VALUE                       00002460
             '    ORCADO MES '.                                         00002470
          05 FILLER               PIC X(15) VALUE                       00002480
             '  VARIACAO MES '.                                         00002490
          05 FILLER               PIC X(09) VALUE '    % MES'.          00002500
          05 FILLER               PIC X(15) VALUE                       00002510
             ' REALIZADO ANO '.                                         00002520
          05 FILLER               PIC X(15) VALUE                       00002530
             '    ORCADO ANO '.                                         00002540
          05 FILLER               PIC X(15) VALUE                       00002550
             '  VARIACAO ANO '.                                         00002560
          05 FILLER               PIC X(09) VALUE '    % ANO'.          00002570
                                                                        00002580
       01 WRK-DET-CENTRO.                                               00002590
          05 FILLER               PIC X(17) VALUE                       00002600
             'CENTRO DE CUSTO: '.                                       00002610
          05 WRK-DET-CENTRO-CUSTO PIC 9(06).                            00002620
          05 FILLER               PIC X(10) VALUE '  DEPTO: '.          00002630
          05 WRK-DET-DEPTO        PIC X(05).                            00002640
          05 FILLER               PIC X(01) VALUE SPACE.                00002650
          05 WRK-DET-DESCRICAO    PIC X(25).                            00002660
                                                                        00002670
       01 WRK-DET-LINHA.                                                00002680
          05 WRK-DET-CONTA        PIC X(08).                            00002690
          05 FILLER               PIC X(01) VALUE SPACE.                00002700
          05 WRK-DET-REAL-MES     PIC -Z(9)9.99.                        00002710
          05 FILLER               PIC X(01) VALUE SPACE.                00002720
          05 WRK-DET-ORC-MES      PIC -Z(9)9.99.                        00002730
          05 FILLER               PIC X(01) VALUE SPACE.                00002740
          05 WRK-DET-VAR-MES      PIC -Z(9)9.99.                        00002750
          05 FILLER               PIC X(01) VALUE SPACE.                00002760
          05 WRK-DET-PCT-MES      PIC -ZZZ9.99.                         00002770
          05 WRK-DET-PCT-MES-X    REDEFINES WRK-DET-PCT-MES             00002780
                                  PIC X(08).                            00002790
          05 FILLER               PIC X(01) VALUE SPACE.                00002800
          05 WRK-DET-REAL-ANO     PIC -Z(9)9.99.                        00002810
          05 FILLER               PIC X(01) VALUE SPACE.                00002820
          05 WRK-DET-ORC-ANO      PIC -Z(9)9.99.                        00002830
          05 FILLER               PIC X(01) VALUE SPACE.                00002840
          05 WRK-DET-VAR-ANO      PIC -Z(9)9.99.                        00002850
          05 FILLER               PIC X(01) VALUE SPACE.                00002860
          05 WRK-DET-PCT-ANO      PIC -ZZZ9.99.                         00002870
          05 WRK-DET-PCT-ANO-X    REDEFINES WRK-DET-PCT-ANO             00002880
                                  PIC X(08).                            00002890
          05 FILLER               PIC X(01) VALUE SPACE.                00002900
          05 WRK-DET-MARCA        PIC X(10).                            00002910
       COPY CPCAB01.                                                    00002920
       COPY CPERR01.                                                    00002930
       COPY CPDTA01.                                                    00002940
       COPY CPSTT01.                                                    00002950
      *=========================================*                       00002960
       PROCEDURE DIVISION.                                              00002970
      *=========================================*                       00002980
                                                                        00002990
      *---------------------------------------------------              00003000
       0000-PRINCIPAL                     SECTION.                      00003010
      *---------------------------------------------------              00003020
             PERFORM 0100-INICIAR.                                      00003030
             PERFORM 0200-PROCESSAR                                     00003040
                 UNTIL WRK-FS-LANCTOS NOT EQUAL ZEROS.                  00003050
             PERFORM 0300-FINALIZAR.                                    00003060
      *---------------------------------------------------              00003070
       0000-99-FIM.            EXIT.                                    00003080
      *---------------------------------------------------              00003090
                                                                        00003100
       0100-INICIAR                       SECTION.                      00003110
             MOVE 'FR06CB33' TO WRK-CAB-PROGRAMA.                       00003120
             PERFORM 0101-CABECALHO-PADRAO.                             00003130
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003140
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003150
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003160
             OPEN INPUT LANCTOS.                                        00003170
             OPEN INPUT ENTRADA-SYSIN.                                  00003180
             OPEN OUTPUT RELORCADO.                                     00003190
             PERFORM 0110-TESTAR-STATUS.                                00003200
             PERFORM 0107-LER-PARAMETROS.                               00003210
             PERFORM 0115-CARREGAR-DEPTOS.                              00003220
             PERFORM 0120-CARREGAR-VERBAS.                              00003230
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003240
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003250
      *---------------------------------------------------              00003260
       0100-99-FIM.            EXIT.                                    00003270
      *---------------------------------------------------              00003280
           COPY CPCAB02.                                                00003290
           COPY CPERR02.                                                00003300
           COPY CPDTA02.                                                00003310
           COPY CPSTT02.                                                00003320
      *---------------------------------------------------              00003330
       0107-LER-PARAMETROS                SECTION.                      00003340
      *    LE O CARTAO OPCIONAL COM O MES DE APURACAO (AAAAMM) E        00003350
      *    A TOLERANCIA - SEM CARTAO (OU NAO NUMERICO), VALE O          00003360
      *    MES DA DATA DE NEGOCIO E A TOLERANCIA PADRAO. O              00003370
      *    ACUMULADO DO ANO COMECA EM JANEIRO                           00003380
      *---------------------------------------------------              00003390
             READ ENTRADA-SYSIN INTO WRK-CARTAO-PARAMETRO.              00003400
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003410
                 MOVE ZEROS TO WRK-CARTAO-PARAMETRO                     00003420
             END-IF.                                                    00003430
             IF WRK-MES-APURACAO NOT NUMERIC                            00003440
                OR WRK-MES-APURACAO EQUAL ZEROS                         00003450
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-APURACAO        00003460
             END-IF.                                                    00003470
             IF WRK-PCT-TOLERANCIA NOT NUMERIC                          00003480
                OR WRK-PCT-TOLERANCIA EQUAL ZEROS                       00003490
                 MOVE WRK-TOLERANCIA-PADRAO TO WRK-PCT-TOLERANCIA       00003500
             END-IF.                                                    00003510
             CLOSE ENTRADA-SYSIN.                                       00003520
             MOVE WRK-MES-APURACAO TO WRK-MES-INICIO.                   00003530
             MOVE '01'             TO WRK-MES-INICIO (5:2).             00003540
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES.                      00003550
             MOVE WRK-MES-INICIO   TO WRK-CAB-MES-INI.                  00003560
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES-FIM.                  00003570
             MOVE WRK-PCT-TOLERANCIA TO WRK-CAB-TOLERANCIA.             00003580
      *---------------------------------------------------              00003590
       0110-TESTAR-STATUS                 SECTION.                      00003600
             IF WRK-FS-LANCTOS NOT EQUAL ZEROS                          00003610
                 MOVE ' ERRO OPEN LANCAMENTOS CONTABEIS ' TO WRK-MSG    00003620
                 PERFORM 9000-TRATA-ERROS                               00003630
             END-IF.                                                    00003640
             IF WRK-FS-RELORCADO NOT EQUAL ZEROS                        00003650
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003660
                 PERFORM 9000-TRATA-ERROS                               00003670
             END-IF.                                                    00003680
      *---------------------------------------------------              00003690
       0115-CARREGAR-DEPTOS               SECTION.                      00003700
      *    CARREGA O PRIMEIRO DEPARTAMENTO DE CADA CENTRO DE            00003710
      *    CUSTO - MASTER AUSENTE (FILE STATUS 35) SAI SEM O            00003720
      *    NOME DO DEPARTAMENTO NOS GRUPOS                              00003730
      *---------------------------------------------------              00003740
             OPEN INPUT DEPARTAMENTO-MST.                               00003750
             IF WRK-FS-DEPARTAM EQUAL '35'                              00003760
                 DISPLAY ' AVISO: MASTER DE DEPARTAMENTOS NAO '         00003770
                         'CRIADO - GRUPOS SEM DEPARTAMENTO'             00003780
                 GO TO 0115-99-FIM                                      00003790
             END-IF.                                                    00003800
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00003810
                 MOVE ' ERRO OPEN DEPARTAMENTO-MST ' TO WRK-MSG         00003820
                 PERFORM 9000-TRATA-ERROS                               00003830
             END-IF.                                                    00003840
             PERFORM 0116-CARREGAR-UM-DEPTO                             00003850
                 UNTIL WRK-FS-DEPARTAM NOT EQUAL ZEROS.                 00003860
             CLOSE DEPARTAMENTO-MST.                                    00003870
       0115-99-FIM.            EXIT.                                    00003880
      *---------------------------------------------------              00003890
       0116-CARREGAR-UM-DEPTO             SECTION.                      00003900
             READ DEPARTAMENTO-MST NEXT RECORD.                         00003910
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00003920
                 GO TO 0116-99-FIM                                      00003930
             END-IF.                                                    00003940
             MOVE DEP-CENTRO-CUSTO TO WRK-CHAVE-CENTRO.                 00003950
             PERFORM 0117-LOCALIZAR-DEPTO.                              00003960
             IF WRK-IDX-DEP > ZERO                                      00003970
                 GO TO 0116-99-FIM                                      00003980
             END-IF.                                                    00003990
             IF WRK-QTD-DEPTOS >= WRK-MAX-DEPTOS                        00004000
                 MOVE ' ERRO TABELA DE DEPARTAMENTOS EXCEDIDA '         00004010
                     TO WRK-MSG                                         00004020
                 PERFORM 9000-TRATA-ERROS                               00004030
             END-IF.                                                    00004040
             ADD 1 TO WRK-QTD-DEPTOS.                                   00004050
             MOVE DEP-CENTRO-CUSTO TO WRK-DPT-CENTRO (WRK-QTD-DEPTOS).  00004060
             MOVE DEP-CODIGO       TO WRK-DPT-CODIGO (WRK-QTD-DEPTOS).  00004070
             MOVE DEP-DESCRICAO                                         00004080
                 TO WRK-DPT-DESCRICAO (WRK-QTD-DEPTOS).                 00004090
       0116-99-FIM.            EXIT.                                    00004100
      *---------------------------------------------------              00004110
       0117-LOCALIZAR-DEPTO               SECTION.                      00004120
      *    DEVOLVE EM WRK-IDX-DEP O DEPARTAMENTO DO CENTRO DE           00004130
      *    CUSTO EM WRK-CHAVE-CENTRO (ZERO SE NAO HOUVER)               00004140
      *---------------------------------------------------              00004150
             MOVE ZERO TO WRK-IDX.                                      00004160
             MOVE ZERO TO WRK-IDX-DEP.                                  00004170
             PERFORM 0118-PROCURAR-UM-DEPTO                             00004180
                 UNTIL WRK-IDX >= WRK-QTD-DEPTOS                        00004190
                    OR WRK-IDX-DEP > ZERO.                              00004200
      *---------------------------------------------------              00004210
       0118-PROCURAR-UM-DEPTO             SECTION.                      00004220
             ADD 1 TO WRK-IDX.                                          00004230
             IF WRK-DPT-CENTRO (WRK-IDX) EQUAL WRK-CHAVE-CENTRO         00004240
                 MOVE WRK-IDX TO WRK-IDX-DEP                            00004250
             END-IF.                                                    00004260
      *---------------------------------------------------              00004270
       0120-CARREGAR-VERBAS               SECTION.                      00004280
      *    CARREGA AS VERBAS ATIVAS DE JANEIRO ATE O MES DO             00004290
      *    CARTAO NA TABELA - MASTER AINDA NAO CRIADO PELA              00004300
      *    FR06CB32 (FILE STATUS 35) SAI SO COM O REALIZADO             00004310
      *---------------------------------------------------              00004320
             OPEN INPUT VERBA-MASTER.                                   00004330
             IF WRK-FS-VERBA EQUAL '35'                                 00004340
                 DISPLAY ' AVISO: MASTER DE VERBAS NAO CRIADO - '       00004350
                         'RELATORIO SEM ORCADO'                         00004360
                 GO TO 0120-99-FIM                                      00004370
             END-IF.                                                    00004380
             IF WRK-FS-VERBA NOT EQUAL ZEROS                            00004390
                 MOVE ' ERRO OPEN VERBA-MASTER ' TO WRK-MSG             00004400
                 PERFORM 9000-TRATA-ERROS                               00004410
             END-IF.                                                    00004420
             PERFORM 0125-CARREGAR-UMA-VERBA                            00004430
                 UNTIL WRK-FS-VERBA NOT EQUAL ZEROS.                    00004440
             CLOSE VERBA-MASTER.                                        00004450
       0120-99-FIM.            EXIT.                                    00004460
      *---------------------------------------------------              00004470
       0125-CARREGAR-UMA-VERBA            SECTION.                      00004480
      *    A PRIMEIRA VERBA DA CONTA NO ANO FIXA A NATUREZA             00004490
      *    USADA NO REALIZADO                                           00004500
      *---------------------------------------------------              00004510
             READ VERBA-MASTER NEXT RECORD.                             00004520
             IF WRK-FS-VERBA NOT EQUAL ZEROS                            00004530
                 GO TO 0125-99-FIM                                      00004540
             END-IF.                                                    00004550
             IF VRB-INATIVA                                             00004560
                OR VRB-ANOMES < WRK-MES-INICIO                          00004570
                OR VRB-ANOMES > WRK-MES-APURACAO                        00004580
                 GO TO 0125-99-FIM                                      00004590
             END-IF.                                                    00004600
             ADD 1 TO WRK-CONT-VERBAS.                                  00004610
             MOVE VRB-CONTA    TO WRK-CHAVE-CONTA.                      00004620
             MOVE VRB-NATUREZA TO WRK-CHAVE-NATUREZA.                   00004630
             PERFORM 0240-LOCALIZAR-CONTA.                              00004640
             MOVE VRB-CENTRO-CUSTO TO WRK-CHAVE-CENTRO.                 00004650
             MOVE VRB-CONTA        TO WRK-CHAVE-CONTA-ORD.              00004660
             PERFORM 0230-LOCALIZAR-ENTRADA.                            00004670
             ADD VRB-VALOR TO WRK-APU-ORC-ANO (WRK-IDX-ACHADO).         00004680
             ADD VRB-VALOR TO WRK-CTA-ORC-ANO (WRK-IDX-CTA-ACHADO).     00004690
             IF VRB-ANOMES EQUAL WRK-MES-APURACAO                       00004700
                 ADD VRB-VALOR                                          00004710
                     TO WRK-APU-ORC-MES (WRK-IDX-ACHADO)                00004720
             END-IF.                                                    00004730
       0125-99-FIM.            EXIT.                                    00004740
      *---------------------------------------------------              00004750
       0200-PROCESSAR                     SECTION.                      00004760
      *    LANCAMENTO DO ANO ATE O MES DO CARTAO - DEBITO SOMA          00004770
      *    E CREDITO SUBTRAI NO REALIZADO BRUTO DA CONTA                00004780
      *---------------------------------------------------              00004790
             READ LANCTOS.                                              00004800
             IF WRK-FS-LANCTOS NOT EQUAL ZEROS                          00004810
                 GO TO 0200-99-FIM                                      00004820
             END-IF.                                                    00004830
             ADD 1 TO WRK-CONT-LIDOS.                                   00004840
             MOVE GLJ-DATA (1:6) TO WRK-MES-MOVTO.                      00004850
             IF WRK-MES-MOVTO < WRK-MES-INICIO                          00004860
                OR WRK-MES-MOVTO > WRK-MES-APURACAO                     00004870
                 GO TO 0200-99-FIM                                      00004880
             END-IF.                                                    00004890
             ADD 1 TO WRK-CONT-LANCTOS.                                 00004900
             IF GLJ-CREDITO                                             00004910
                 COMPUTE WRK-VALOR-MOVTO = ZERO - GLJ-VALOR             00004920
             ELSE                                                       00004930
                 MOVE GLJ-VALOR TO WRK-VALOR-MOVTO                      00004940
             END-IF.                                                    00004950
             MOVE GLJ-CONTA TO WRK-CHAVE-CONTA.                         00004960
             MOVE 'D'       TO WRK-CHAVE-NATUREZA.                      00004970
             PERFORM 0240-LOCALIZAR-CONTA.                              00004980
             ADD WRK-VALOR-MOVTO                                        00004990
                 TO WRK-CTA-REAL-ANO (WRK-IDX-CTA-ACHADO).              00005000
             IF WRK-MES-MOVTO EQUAL WRK-MES-APURACAO                    00005010
                 ADD WRK-VALOR-MOVTO                                    00005020
                     TO WRK-CTA-REAL-MES (WRK-IDX-CTA-ACHADO)           00005030
             END-IF.                                                    00005040
       0200-99-FIM.            EXIT.                                    00005050
      *---------------------------------------------------              00005060
       0230-LOCALIZAR-ENTRADA             SECTION.                      00005070
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO CENTRO DE             00005080
      *    CUSTO E CONTA EM WRK-CHAVE-ORDEM - A NOVA ENTRADA            00005090
      *    CONTA COMO MAIS UM CENTRO DA CONTA APONTADA                  00005100
      *---------------------------------------------------              00005110
             MOVE ZERO TO WRK-IDX-ACHADO.                               00005120
             MOVE ZERO TO WRK-IDX.                                      00005130
             PERFORM 0235-PROCURAR-UMA-ENTRADA                          00005140
                 UNTIL WRK-IDX >= WRK-QTD-APURACAO                      00005150
                    OR WRK-IDX-ACHADO > ZERO.                           00005160
             IF WRK-IDX-ACHADO EQUAL ZERO                               00005170
                 IF WRK-QTD-APURACAO >= WRK-MAX-APURACAO                00005180
                     MOVE ' ERRO TABELA DE VERBAS EXCEDIDA '            00005190
                         TO WRK-MSG                                     00005200
                     PERFORM 9000-TRATA-ERROS                           00005210
                 END-IF                                                 00005220
                 ADD 1 TO WRK-QTD-APURACAO                              00005230
                 MOVE WRK-QTD-APURACAO TO WRK-IDX-ACHADO                00005240
                 MOVE WRK-CHAVE-ORDEM                                   00005250
                     TO WRK-APU-ORDEM (WRK-IDX-ACHADO)                  00005260
                 MOVE WRK-IDX-CTA-ACHADO                                00005270
                     TO WRK-APU-IDX-CONTA (WRK-IDX-ACHADO)              00005280
                 MOVE 'N'   TO WRK-APU-IMPRESSA (WRK-IDX-ACHADO)        00005290
                 MOVE ZEROS TO WRK-APU-REAL-MES (WRK-IDX-ACHADO)        00005300
                 MOVE ZEROS TO WRK-APU-REAL-ANO (WRK-IDX-ACHADO)        00005310
                 MOVE ZEROS TO WRK-APU-ORC-MES (WRK-IDX-ACHADO)         00005320
                 MOVE ZEROS TO WRK-APU-ORC-ANO (WRK-IDX-ACHADO)         00005330
                 ADD 1 TO WRK-CTA-QTD-CENTROS (WRK-IDX-CTA-ACHADO)      00005340
             END-IF.                                                    00005350
      *---------------------------------------------------              00005360
       0235-PROCURAR-UMA-ENTRADA          SECTION.                      00005370
             ADD 1 TO WRK-IDX.                                          00005380
             IF WRK-APU-ORDEM (WRK-IDX) EQUAL WRK-CHAVE-ORDEM           00005390
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00005400
             END-IF.                                                    00005410
      *---------------------------------------------------              00005420
       0240-LOCALIZAR-CONTA               SECTION.                      00005430
      *    LOCALIZA (OU CRIA ZERADA, COM A NATUREZA EM                  00005440
      *    WRK-CHAVE-NATUREZA) A CONTA EM WRK-CHAVE-CONTA               00005450
      *---------------------------------------------------              00005460
             MOVE ZERO TO WRK-IDX-CTA-ACHADO.                           00005470
             MOVE ZERO TO WRK-IDX-CTA.                                  00005480
             PERFORM 0245-PROCURAR-UMA-CONTA                            00005490
                 UNTIL WRK-IDX-CTA >= WRK-QTD-CONTAS                    00005500
                    OR WRK-IDX-CTA-ACHADO > ZERO.                       00005510
             IF WRK-IDX-CTA-ACHADO EQUAL ZERO                           00005520
                 IF WRK-QTD-CONTAS >= WRK-MAX-CONTAS                    00005530
                     MOVE ' ERRO TABELA DE CONTAS EXCEDIDA '            00005540
                         TO WRK-MSG                                     00005550
                     PERFORM 9000-TRATA-ERROS                           00005560
                 END-IF                                                 00005570
                 ADD 1 TO WRK-QTD-CONTAS                                00005580
                 MOVE WRK-QTD-CONTAS TO WRK-IDX-CTA-ACHADO              00005590
                 MOVE WRK-CHAVE-CONTA                                   00005600
                     TO WRK-CTA-CONTA (WRK-IDX-CTA-ACHADO)              00005610
                 MOVE WRK-CHAVE-NATUREZA                                00005620
                     TO WRK-CTA-NATUREZA (WRK-IDX-CTA-ACHADO)           00005630
                 MOVE ZERO  TO WRK-CTA-QTD-CENTROS (WRK-IDX-CTA-ACHADO) 00005640
                 MOVE ZEROS TO WRK-CTA-ORC-ANO (WRK-IDX-CTA-ACHADO)     00005650
                 MOVE ZEROS TO WRK-CTA-REAL-MES (WRK-IDX-CTA-ACHADO)    00005660
                 MOVE ZEROS TO WRK-CTA-REAL-ANO (WRK-IDX-CTA-ACHADO)    00005670
                 MOVE ZEROS TO WRK-CTA-RAT-MES (WRK-IDX-CTA-ACHADO)     00005680
                 MOVE ZEROS TO WRK-CTA-RAT-ANO (WRK-IDX-CTA-ACHADO)     00005690
             END-IF.                                                    00005700
      *---------------------------------------------------              00005710
       0245-PROCURAR-UMA-CONTA            SECTION.                      00005720
             ADD 1 TO WRK-IDX-CTA.                                      00005730
             IF WRK-CTA-CONTA (WRK-IDX-CTA) EQUAL WRK-CHAVE-CONTA       00005740
                 MOVE WRK-IDX-CTA TO WRK-IDX-CTA-ACHADO                 00005750
             END-IF.                                                    00005760
      *---------------------------------------------------              00005770
       0260-AJUSTAR-CONTA                 SECTION.                      00005780
      *    APLICA A NATUREZA AO REALIZADO BRUTO DA CONTA (CREDORA       00005790
      *    INVERTE O SINAL) E ABRE NO GRUPO SEM CENTRO DE CUSTO         00005800
      *    A CONTA MOVIMENTADA SEM VERBA NO ANO                         00005810
      *---------------------------------------------------              00005820
             ADD 1 TO WRK-IDX-CTA.                                      00005830
             IF WRK-CTA-NATUREZA (WRK-IDX-CTA) EQUAL 'C'                00005840
                 COMPUTE WRK-CTA-REAL-MES (WRK-IDX-CTA) =               00005850
                     ZERO - WRK-CTA-REAL-MES (WRK-IDX-CTA)              00005860
                 COMPUTE WRK-CTA-REAL-ANO (WRK-IDX-CTA) =               00005870
                     ZERO - WRK-CTA-REAL-ANO (WRK-IDX-CTA)              00005880
             END-IF.                                                    00005890
             IF WRK-CTA-QTD-CENTROS (WRK-IDX-CTA) EQUAL ZERO            00005900
                 MOVE WRK-IDX-CTA         TO WRK-IDX-CTA-ACHADO         00005910
                 MOVE ZEROS               TO WRK-CHAVE-CENTRO           00005920
                 MOVE WRK-CTA-CONTA (WRK-IDX-CTA)                       00005930
                     TO WRK-CHAVE-CONTA-ORD                             00005940
                 PERFORM 0230-LOCALIZAR-ENTRADA                         00005950
             END-IF.                                                    00005960
      *---------------------------------------------------              00005970
       0270-RATEAR-REALIZADO              SECTION.                      00005980
      *    DA A ENTRADA A SUA PARTE DO REALIZADO DA CONTA, NA           00005990
      *    PROPORCAO DA VERBA DO ANO DO CENTRO SOBRE A VERBA DO         00006000
      *    ANO DA CONTA - O ULTIMO CENTRO DA CONTA FICA COM O           00006010
      *    SALDO, ABSORVENDO O ARREDONDAMENTO (E TUDO, QUANDO A         00006020
      *    CONTA NAO TEM VERBA NO ANO)                                  00006030
      *---------------------------------------------------              00006040
             ADD 1 TO WRK-IDX.                                          00006050
             MOVE WRK-APU-IDX-CONTA (WRK-IDX) TO WRK-IDX-CTA.           00006060
             SUBTRACT 1 FROM WRK-CTA-QTD-CENTROS (WRK-IDX-CTA).         00006070
             IF WRK-CTA-QTD-CENTROS (WRK-IDX-CTA) EQUAL ZERO            00006080
                 COMPUTE WRK-APU-REAL-MES (WRK-IDX) =                   00006090
                     WRK-CTA-REAL-MES (WRK-IDX-CTA)                     00006100
                   - WRK-CTA-RAT-MES (WRK-IDX-CTA)                      00006110
                 COMPUTE WRK-APU-REAL-ANO (WRK-IDX) =                   00006120
                     WRK-CTA-REAL-ANO (WRK-IDX-CTA)                     00006130
                   - WRK-CTA-RAT-ANO (WRK-IDX-CTA)                      00006140
                 GO TO 0270-99-FIM                                      00006150
             END-IF.                                                    00006160
             IF WRK-CTA-ORC-ANO (WRK-IDX-CTA) NOT EQUAL ZEROS           00006170
                 COMPUTE WRK-APU-REAL-MES (WRK-IDX) ROUNDED =           00006180
                     WRK-CTA-REAL-MES (WRK-IDX-CTA)                     00006190
                   * WRK-APU-ORC-ANO (WRK-IDX)                          00006200
                   / WRK-CTA-ORC-ANO (WRK-IDX-CTA)                      00006210
                 COMPUTE WRK-APU-REAL-ANO (WRK-IDX) ROUNDED =           00006220
                     WRK-CTA-REAL-ANO (WRK-IDX-CTA)                     00006230
                   * WRK-APU-ORC-ANO (WRK-IDX)                          00006240
                   / WRK-CTA-ORC-ANO (WRK-IDX-CTA)                      00006250
             END-IF.                                                    00006260
             ADD WRK-APU-REAL-MES (WRK-IDX)                             00006270
                 TO WRK-CTA-RAT-MES (WRK-IDX-CTA).                      00006280
             ADD WRK-APU-REAL-ANO (WRK-IDX)                             00006290
                 TO WRK-CTA-RAT-ANO (WRK-IDX-CTA).                      00006300
       0270-99-FIM.            EXIT.                                    00006310
      *---------------------------------------------------              00006320
       0300-FINALIZAR                     SECTION.                      00006330
             MOVE ZERO TO WRK-IDX-CTA.                                  00006340
             PERFORM 0260-AJUSTAR-CONTA                                 00006350
                 UNTIL WRK-IDX-CTA >= WRK-QTD-CONTAS.                   00006360
             MOVE ZERO TO WRK-IDX.                                      00006370
             PERFORM 0270-RATEAR-REALIZADO                              00006380
                 UNTIL WRK-IDX >= WRK-QTD-APURACAO.                     00006390
             WRITE REL-LINHA FROM WRK-CABEC2.                           00006400
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006410
             PERFORM 0320-IMPRIMIR-UMA-CONTA                            00006420
                 UNTIL WRK-FIM-IMPRESSAO.                               00006430
             IF WRK-GRUPO-ABERTO                                        00006440
                 PERFORM 0340-IMPRIMIR-SUBTOTAL                         00006450
             END-IF.                                                    00006460
             PERFORM 0350-IMPRIMIR-TOTAL-GERAL.                         00006470
             MOVE WRK-CONT-LIDOS                                        00006480
                 TO WRK-STT-REGISTROS.                                  00006490
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006500
             CLOSE LANCTOS.                                             00006510
             CLOSE RELORCADO.                                           00006520
             DISPLAY '------------------'.                              00006530
             DISPLAY '  LANCAMENTOS LIDOS.: ' WRK-CONT-LIDOS.           00006540
             DISPLAY '  LANCTOS DO PERIODO: ' WRK-CONT-LANCTOS.         00006550
             DISPLAY '  VERBAS DO PERIODO.: ' WRK-CONT-VERBAS.          00006560
             DISPLAY '  CENTROS DE CUSTO..: ' WRK-CONT-CENTROS.         00006570
             DISPLAY '  LINHAS IMPRESSAS..: ' WRK-CONT-LINHAS.          00006580
             DISPLAY '  FORA DA TOLERANCIA: ' WRK-CONT-FORA-TOL.        00006590
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006600
             PERFORM 9000-TRATA-ERROS.                                  00006610
      *---------------------------------------------------              00006620
       0320-IMPRIMIR-UMA-CONTA            SECTION.                      00006630
      *    IMPRIME A PROXIMA ENTRADA NA ORDEM DE CENTRO DE CUSTO        00006640
      *    E CONTA, ABRINDO O GRUPO (E FECHANDO O ANTERIOR COM          00006650
      *    O SUBTOTAL) NA TROCA DE CENTRO - ENTRADA SEM                 00006660
      *    REALIZADO E SEM ORCADO NAO SAI                               00006670
      *---------------------------------------------------              00006680
             MOVE ZERO TO WRK-IDX-ACHADO.                               00006690
             MOVE ZERO TO WRK-IDX.                                      00006700
             PERFORM 0325-PROCURAR-MENOR                                00006710
                 UNTIL WRK-IDX >= WRK-QTD-APURACAO.                     00006720
             IF WRK-IDX-ACHADO EQUAL ZERO                               00006730
                 SET WRK-FIM-IMPRESSAO TO TRUE                          00006740
                 GO TO 0320-99-FIM                                      00006750
             END-IF.                                                    00006760
             MOVE 'S' TO WRK-APU-IMPRESSA (WRK-IDX-ACHADO).             00006770
             IF WRK-APU-REAL-MES (WRK-IDX-ACHADO) EQUAL ZEROS           00006780
                AND WRK-APU-REAL-ANO (WRK-IDX-ACHADO) EQUAL ZEROS       00006790
                AND WRK-APU-ORC-MES (WRK-IDX-ACHADO) EQUAL ZEROS        00006800
                AND WRK-APU-ORC-ANO (WRK-IDX-ACHADO) EQUAL ZEROS        00006810
                 GO TO 0320-99-FIM                                      00006820
             END-IF.                                                    00006830
             IF WRK-GRUPO-ABERTO                                        00006840
                AND WRK-APU-CENTRO (WRK-IDX-ACHADO)                     00006850
                    NOT EQUAL WRK-CENTRO-GRUPO                          00006860
                 PERFORM 0340-IMPRIMIR-SUBTOTAL                         00006870
             END-IF.                                                    00006880
             IF WRK-GRUPO-FECHADO                                       00006890
                 PERFORM 0330-ABRIR-GRUPO                               00006900
             END-IF.                                                    00006910
             ADD 1 TO WRK-CONT-LINHAS.                                  00006920
             MOVE WRK-APU-REAL-MES (WRK-IDX-ACHADO)                     00006930
                 TO WRK-LIN-REAL-MES.                                   00006940
             MOVE WRK-APU-ORC-MES (WRK-IDX-ACHADO)                      00006950
                 TO WRK-LIN-ORC-MES.                                    00006960
             MOVE WRK-APU-REAL-ANO (WRK-IDX-ACHADO)                     00006970
                 TO WRK-LIN-REAL-ANO.                                   00006980
             MOVE WRK-APU-ORC-ANO (WRK-IDX-ACHADO)                      00006990
                 TO WRK-LIN-ORC-ANO.                                    00007000
             ADD WRK-LIN-REAL-MES TO WRK-SUB-REAL-MES.                  00007010
             ADD WRK-LIN-ORC-MES  TO WRK-SUB-ORC-MES.                   00007020
             ADD WRK-LIN-REAL-ANO TO WRK-SUB-REAL-ANO.                  00007030
             ADD WRK-LIN-ORC-ANO  TO WRK-SUB-ORC-ANO.                   00007040
             MOVE WRK-APU-CONTA (WRK-IDX-ACHADO) TO WRK-DET-CONTA.      00007050
             PERFORM 0360-IMPRIMIR-LINHA.                               00007060
             IF WRK-DET-MARCA NOT EQUAL SPACES                          00007070
                 ADD 1 TO WRK-CONT-FORA-TOL                             00007080
             END-IF.                                                    00007090
       0320-99-FIM.            EXIT.                                    00007100
      *---------------------------------------------------              00007110
       0325-PROCURAR-MENOR                SECTION.                      00007120
             ADD 1 TO WRK-IDX.                                          00007130
             IF WRK-APU-IMPRESSA (WRK-IDX) EQUAL 'N'                    00007140
                 IF WRK-IDX-ACHADO EQUAL ZERO                           00007150
                     MOVE WRK-IDX TO WRK-IDX-ACHADO                     00007160
                 ELSE                                                   00007170
                     IF WRK-APU-ORDEM (WRK-IDX)                         00007180
                         < WRK-APU-ORDEM (WRK-IDX-ACHADO)               00007190
                         MOVE WRK-IDX TO WRK-IDX-ACHADO                 00007200
                     END-IF                                             00007210
                 END-IF                                                 00007220
             END-IF.                                                    00007230
      *---------------------------------------------------              00007240
       0330-ABRIR-GRUPO                   SECTION.                      00007250
      *    CABECALHO DO CENTRO DE CUSTO COM O DEPARTAMENTO DONO         00007260
      *---------------------------------------------------              00007270
             SET WRK-GRUPO-ABERTO TO TRUE.                              00007280
             ADD 1 TO WRK-CONT-CENTROS.                                 00007290
             MOVE WRK-APU-CENTRO (WRK-IDX-ACHADO) TO WRK-CENTRO-GRUPO.  00007300
             MOVE WRK-CENTRO-GRUPO TO WRK-DET-CENTRO-CUSTO.             00007310
             MOVE SPACES           TO WRK-DET-DEPTO.                    00007320
             IF WRK-CENTRO-GRUPO EQUAL ZEROS                            00007330
                 MOVE '(SEM CENTRO DE CUSTO)' TO WRK-DET-DESCRICAO      00007340
             ELSE                                                       00007350
                 MOVE WRK-CENTRO-GRUPO TO WRK-CHAVE-CENTRO              00007360
                 PERFORM 0117-LOCALIZAR-DEPTO                           00007370
                 IF WRK-IDX-DEP EQUAL ZERO                              00007380
                     MOVE '(CENTRO NAO CADASTRADO)'                     00007390
                         TO WRK-DET-DESCRICAO                           00007400
                 ELSE                                                   00007410
                     MOVE WRK-DPT-CODIGO (WRK-IDX-DEP)                  00007420
                         TO WRK-DET-DEPTO                               00007430
                     MOVE WRK-DPT-DESCRICAO (WRK-IDX-DEP)               00007440
                         TO WRK-DET-DESCRICAO                           00007450
                 END-IF                                                 00007460
             END-IF.                                                    00007470
             WRITE REL-LINHA FROM WRK-DET-CENTRO.                       00007480
             MOVE ZEROS TO WRK-SUB-REAL-MES.                            00007490
             MOVE ZEROS TO WRK-SUB-ORC-MES.                             00007500
             MOVE ZEROS TO WRK-SUB-REAL-ANO.                            00007510
             MOVE ZEROS TO WRK-SUB-ORC-ANO.                             00007520
      *---------------------------------------------------              00007530
       0340-IMPRIMIR-SUBTOTAL             SECTION.                      00007540
      *    SUBTOTAL DO CENTRO DE CUSTO PARA O CHEFE DO                  00007550
      *    DEPARTAMENTO, SOMADO AO TOTAL GERAL                          00007560
      *---------------------------------------------------              00007570
             MOVE WRK-SUB-REAL-MES TO WRK-LIN-REAL-MES.                 00007580
             MOVE WRK-SUB-ORC-MES  TO WRK-LIN-ORC-MES.                  00007590
             MOVE WRK-SUB-REAL-ANO TO WRK-LIN-REAL-ANO.                 00007600
             MOVE WRK-SUB-ORC-ANO  TO WRK-LIN-ORC-ANO.                  00007610
             ADD WRK-SUB-REAL-MES  TO WRK-TOT-REAL-MES.                 00007620
             ADD WRK-SUB-ORC-MES   TO WRK-TOT-ORC-MES.                  00007630
             ADD WRK-SUB-REAL-ANO  TO WRK-TOT-REAL-ANO.                 00007640
             ADD WRK-SUB-ORC-ANO   TO WRK-TOT-ORC-ANO.                  00007650
             MOVE 'SUBTOTAL' TO WRK-DET-CONTA.                          00007660
             PERFORM 0360-IMPRIMIR-LINHA.                               00007670
             WRITE REL-LINHA FROM WRK-SEPARA.                           00007680
             SET WRK-GRUPO-FECHADO TO TRUE.                             00007690
      *---------------------------------------------------              00007700
       0350-IMPRIMIR-TOTAL-GERAL          SECTION.                      00007710
             MOVE WRK-TOT-REAL-MES TO WRK-LIN-REAL-MES.                 00007720
             MOVE WRK-TOT-ORC-MES  TO WRK-LIN-ORC-MES.                  00007730
             MOVE WRK-TOT-REAL-ANO TO WRK-LIN-REAL-ANO.                 00007740
             MOVE WRK-TOT-ORC-ANO  TO WRK-LIN-ORC-ANO.                  00007750
             MOVE 'GERAL' TO WRK-DET-CONTA.                             00007760
             PERFORM 0360-IMPRIMIR-LINHA.                               00007770
             WRITE REL-LINHA FROM WRK-SEPARA.                           00007780
      *---------------------------------------------------              00007790
       0360-IMPRIMIR-LINHA                SECTION.                      00007800
      *    IMPRIME REALIZADO, ORCADO, VARIACAO (REALIZADO MENOS         00007810
      *    ORCADO) E PERCENTUAL DE VARIACAO SOBRE O ORCADO DO           00007820
      *    MES E DO ANO - SEM ORCADO, O PERCENTUAL SAI COMO             00007830
      *    S/ORCAM. E A LINHA COM REALIZADO FICA FORA DA                00007840
      *    TOLERANCIA                                                   00007850
      *---------------------------------------------------              00007860
             MOVE SPACES TO WRK-DET-MARCA.                              00007870
             MOVE WRK-LIN-REAL-MES TO WRK-DET-REAL-MES.                 00007880
             MOVE WRK-LIN-ORC-MES  TO WRK-DET-ORC-MES.                  00007890
             COMPUTE WRK-LIN-VAR = WRK-LIN-REAL-MES - WRK-LIN-ORC-MES.  00007900
             MOVE WRK-LIN-VAR      TO WRK-DET-VAR-MES.                  00007910
             IF WRK-LIN-ORC-MES EQUAL ZEROS                             00007920
                 MOVE ' S/ORCAM' TO WRK-DET-PCT-MES-X                   00007930
                 IF WRK-LIN-REAL-MES NOT EQUAL ZEROS                    00007940
                     MOVE '*FORA TOL*' TO WRK-DET-MARCA                 00007950
                 END-IF                                                 00007960
             ELSE                                                       00007970
                 PERFORM 0365-CALCULAR-PERCENTUAL-MES                   00007980
                 MOVE WRK-PCT-VARIACAO TO WRK-DET-PCT-MES               00007990
             END-IF.                                                    00008000
             MOVE WRK-LIN-REAL-ANO TO WRK-DET-REAL-ANO.                 00008010
             MOVE WRK-LIN-ORC-ANO  TO WRK-DET-ORC-ANO.                  00008020
             COMPUTE WRK-LIN-VAR = WRK-LIN-REAL-ANO - WRK-LIN-ORC-ANO.  00008030
             MOVE WRK-LIN-VAR      TO WRK-DET-VAR-ANO.                  00008040
             IF WRK-LIN-ORC-ANO EQUAL ZEROS                             00008050
                 MOVE ' S/ORCAM' TO WRK-DET-PCT-ANO-X                   00008060
                 IF WRK-LIN-REAL-ANO NOT EQUAL ZEROS                    00008070
                     MOVE '*FORA TOL*' TO WRK-DET-MARCA                 00008080
                 END-IF                                                 00008090
             ELSE                                                       00008100
                 PERFORM 0366-CALCULAR-PERCENTUAL-ANO                   00008110
                 MOVE WRK-PCT-VARIACAO TO WRK-DET-PCT-ANO               00008120
             END-IF.                                                    00008130
             WRITE REL-LINHA FROM WRK-DET-LINHA.                        00008140
      *---------------------------------------------------              00008150
       0365-CALCULAR-PERCENTUAL-MES       SECTION.                      00008160
             COMPUTE WRK-LIN-VAR = WRK-LIN-REAL-MES - WRK-LIN-ORC-MES.  00008170
             COMPUTE WRK-PCT-VARIACAO ROUNDED =                         00008180
                 WRK-LIN-VAR * 100 / WRK-LIN-ORC-MES                    00008190
                 ON SIZE ERROR                                          00008200
                     MOVE 9999.99 TO WRK-PCT-VARIACAO                   00008210
             END-COMPUTE.                                               00008220
             PERFORM 0370-TESTAR-TOLERANCIA.                            00008230
      *---------------------------------------------------              00008240
       0366-CALCULAR-PERCENTUAL-ANO       SECTION.                      00008250
             COMPUTE WRK-LIN-VAR = WRK-LIN-REAL-ANO - WRK-LIN-ORC-ANO.  00008260
             COMPUTE WRK-PCT-VARIACAO ROUNDED =                         00008270
                 WRK-LIN-VAR * 100 / WRK-LIN-ORC-ANO                    00008280
                 ON SIZE ERROR                                          00008290
                     MOVE 9999.99 TO WRK-PCT-VARIACAO                   00008300
             END-COMPUTE.                                               00008310
             PERFORM 0370-TESTAR-TOLERANCIA.                            00008320
      *---------------------------------------------------              00008330
       0370-TESTAR-TOLERANCIA             SECTION.                      00008340
      *    VARIACAO PARA MAIS OU PARA MENOS ALEM DA TOLERANCIA          00008350
      *    MARCA A LINHA                                                00008360
      *---------------------------------------------------              00008370
             IF WRK-PCT-VARIACAO < ZERO                                 00008380
                 COMPUTE WRK-PCT-ABSOLUTO = ZERO - WRK-PCT-VARIACAO     00008390
             ELSE                                                       00008400
                 MOVE WRK-PCT-VARIACAO TO WRK-PCT-ABSOLUTO              00008410
             END-IF.                                                    00008420
             IF WRK-PCT-ABSOLUTO > WRK-PCT-TOLERANCIA                   00008430
                 MOVE '*FORA TOL*' TO WRK-DET-MARCA                     00008440
             END-IF.                                                    00008450
      *---------------------------------------------------              00008460
       9000-TRATA-ERROS                   SECTION.                      00008470
      *---------------------------------------------------              00008480
             PERFORM 9050-GRAVAR-ERRLOG.                                00008490
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008500
             STOP RUN.                                                  00008510
      *--------------------------------------------------------------   00008520
       9000-99-FIM.            EXIT.                                    00008530
      *--------------------------------------------------------------   00008540
