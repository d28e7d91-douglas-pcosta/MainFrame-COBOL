      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB22.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: ACOMPANHAMENTO MENSAL DE METAS DE VENDA POR       00000120
      *               GERENTE DE CONTA, RODADO NO FIM DO MES            00000130
      *               (CARTAO AAAAMM DA SYSIN; SEM CARTAO, VALE O       00000140
      *               MES DA DATA DE NEGOCIO). O REALIZADO E O          00000150
      *               FATURADO DO HISTORICO DE NOTAS (CPNFH01,          00000160
      *               SEM AS CANCELADAS) LIQUIDO DAS NOTAS DE           00000170
      *               CREDITO DE DEVOLUCAO DA FR05CB59 (CPNCH01),       00000180
      *               ATRIBUIDO AO GERENTE ATUAL DO CLIENTE             00000190
      *               (CLI-GERENTE), COMO NA APURACAO DE COMISSAO       00000200
      *               (FR05CB61). A META VEM DO MASTER CPMET01          00000210
      *               (FR06CB21). PARA CADA GERENTE SAI A LINHA         00000220
      *               DE TOTAL E UMA LINHA POR CATEGORIA, COM O         00000230
      *               REALIZADO, A META E O PERCENTUAL ATINGIDO NO      00000240
      *               MES E NO ACUMULADO DO ANO (JANEIRO ATE O          00000250
      *               MES DO CARTAO); SEM META, O PERCENTUAL SAI        00000260
      *               COMO S/META                                       00000270
      *-------------------------------------------------------*         00000280
      *     HISTORICO DE ALTERACOES                                     00000290
      *     DATA        AUTOR   DESCRICAO                               00000300
      *     ----------  ------  --------------------------------        00000310
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000320
      *=======================================================*         00000330
                                                                        00000340
      *=======================================================*         00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=======================================================*         00000370
       INPUT-OUTPUT                              SECTION.               00000380
       FILE-CONTROL.                                                    00000390
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE  IS SEQUENTIAL                              00000420
                RECORD KEY   IS NFH-CHAVE                               00000430
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000440
                                                                        00000450
             SELECT NOTACRED-HIST ASSIGN TO ARQNCH                      00000460
                FILE STATUS  IS WRK-FS-NOTACRED.                        00000470
                                                                        00000480
             SELECT META-MASTER ASSIGN TO ARQMET                        00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS SEQUENTIAL                              00000510
                RECORD KEY   IS MET-CHAVE                               00000520
                FILE STATUS  IS WRK-FS-META.                            00000530
                                                                        00000540
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS CLI-ID                                  00000580
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000590
                                                                        00000600
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS EMP-ID                                  00000640
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00000650
                    WITH DUPLICATES                                     00000660
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00000670
                                                                        00000680
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000690
                FILE STATUS  IS WRK-FS-SYSIN.                           00000700
                                                                        00000710
             SELECT RELMETAS ASSIGN TO ARQRPT                           00000720
                FILE STATUS  IS WRK-FS-RELMETAS.                        00000730
                                                                        00000740
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000750
                ORGANIZATION IS INDEXED                                 00000760
                ACCESS MODE  IS DYNAMIC                                 00000770
                RECORD KEY   IS CAL-DATA                                00000780
                FILE STATUS  IS WRK-FS-CALEND.                          00000790
                                                                        00000800
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000810
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000820
                                                                        00000830
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000840
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000850
      *=======================================================*         00000860
       DATA                                      DIVISION.              00000870
      *=======================================================*         00000880
       FILE                                      SECTION.               00000890
       FD NOTAHIST.                                                     00000900
           COPY CPNFH01.                                                00000910
                                                                        00000920
       FD NOTACRED-HIST                                                 00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
           COPY CPNCH01.                                                00000960
                                                                        00000970
       FD META-MASTER.                                                  00000980
           COPY CPMET01.                                                00000990
                                                                        00001000
       FD CLIENTE-MASTER.                                               00001010
           COPY CPCLIE01.                                               00001020
                                                                        00001030
       FD EMPREGADO-MASTER.                                             00001040
           COPY CPEMPR01.                                               00001050
                                                                        00001060
       FD ENTRADA-SYSIN                                                 00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
       01 SYSIN-REGISTRO             PIC X(006).                        00001100
                                                                        00001110
       FD RELMETAS                                                      00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
       01 REL-LINHA                    PIC X(132).                      00001150
                                                                        00001160
       FD CALENDARIO.                                                   00001170
           COPY CPCAL01.                                                00001180
                                                                        00001190
       FD ERRLOG.                                                       00001200
           COPY CPERRL01.                                               00001210
                                                                        00001220
       FD ESTATIS                                                       00001230
           RECORDING MODE IS F                                          00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
           COPY CPSTA01.                                                00001260
      *---------------------------------------------------              00001270
       WORKING-STORAGE                           SECTION.               00001280
      *---------------------------------------------------              00001290
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001300
       77 WRK-FS-NOTACRED     PIC X(02) VALUE SPACES.                   00001310
       77 WRK-FS-META         PIC X(02) VALUE SPACES.                   00001320
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001330
       77 WRK-FS-EMPREGADO    PIC X(02) VALUE SPACES.                   00001340
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001350
       77 WRK-FS-RELMETAS     PIC X(02) VALUE SPACES.                   00001360
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001370
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001380
       77 WRK-CONT-NOTAS      PIC 9(09) COMP VALUE ZERO.                00001390
       77 WRK-CONT-CRED-LIDOS PIC 9(09) COMP VALUE ZERO.                00001400
       77 WRK-CONT-CREDITOS   PIC 9(09) COMP VALUE ZERO.                00001410
       77 WRK-CONT-METAS      PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-GERENTES   PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-MES-APURACAO    PIC 9(06) VALUE ZERO.                     00001440
       77 WRK-MES-INICIO      PIC 9(06) VALUE ZERO.                     00001450
       77 WRK-MES-MOVTO       PIC 9(06) VALUE ZERO.                     00001460
       77 WRK-CLI-MOVTO       PIC 9(05) VALUE ZERO.                     00001470
       77 WRK-VALOR-MOVTO     PIC S9(11)V99 COMP-3 VALUE ZERO.          00001480
       77 WRK-PCT-ATINGIDO    PIC S9(04)V99 COMP-3 VALUE ZERO.          00001490
       77 WRK-CHAVE-GERENTE   PIC X(15) VALUE SPACES.                   00001500
       77 WRK-CHAVE-CATEGORIA PIC X(05) VALUE SPACES.                   00001510
      *---------------------------------------------------              00001520
      *    ACUMULADORES POR GERENTE E CATEGORIA - A ENTRADA             00001530
      *    COM CATEGORIA EM BRANCO E O TOTAL DO GERENTE                 00001540
      *---------------------------------------------------              00001550
       77 WRK-MAX-APURACAO    PIC 9(04) COMP VALUE 2000.                00001560
       77 WRK-QTD-APURACAO    PIC 9(04) COMP VALUE ZERO.                00001570
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001580
       77 WRK-IDX-CAT         PIC 9(04) COMP VALUE ZERO.                00001590
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001600
       77 WRK-IDX-LINHA       PIC 9(04) COMP VALUE ZERO.                00001610
       01 WRK-TABELA-APURACAO.                                          00001620
          05 WRK-ENT-APURACAO OCCURS 2000 TIMES.                        00001630
             10 WRK-APU-GERENTE       PIC X(15).                        00001640
             10 WRK-APU-CATEGORIA     PIC X(05).                        00001650
             10 WRK-APU-REAL-MES      PIC S9(11)V99 COMP-3.             00001660
             10 WRK-APU-REAL-ANO      PIC S9(11)V99 COMP-3.             00001670
             10 WRK-APU-META-MES      PIC 9(11)V99 COMP-3.              00001680
             10 WRK-APU-META-ANO      PIC 9(11)V99 COMP-3.              00001690
       01 WRK-TOTAIS-GERAIS.                                            00001700
          05 WRK-TOT-REAL-MES         PIC S9(11)V99 COMP-3 VALUE 0.     00001710
          05 WRK-TOT-REAL-ANO         PIC S9(11)V99 COMP-3 VALUE 0.     00001720
          05 WRK-TOT-META-MES         PIC 9(11)V99 COMP-3 VALUE 0.      00001730
          05 WRK-TOT-META-ANO         PIC 9(11)V99 COMP-3 VALUE 0.      00001740
      *---------------------------------------------------              00001750
      *    LINHAS DO RELATORIO                                          00001760
      *---------------------------------------------------              00001770
       01 WRK-SEPARA.                                                   00001780
          05 FILLER PIC X(100) VALUE ALL '='.                           00001790
                                                                        00001800
       01 WRK-CABEC1.                                                   00001810
          05 FILLER               PIC X(42) VALUE                       00001820
             'ACOMPANHAMENTO DE METAS DE VENDA - MES: '.                00001830
          05 WRK-CAB-MES          PIC 9(06).                            00001840
          05 FILLER               PIC X(14) VALUE                       00001850
             '  ACUMULADO: '.                                           00001860
          05 WRK-CAB-MES-INI      PIC 9(06).                            00001870
          05 FILLER               PIC X(03) VALUE ' A '.                00001880
          05 WRK-CAB-MES-FIM      PIC 9(06).                            00001890
                                                                        00001900
       01 WRK-CABEC2.                                                   00001910
          05 FILLER               PIC X(08) VALUE 'CATEG.  '.           00001920
          05 FILLER               PIC X(16) VALUE                       00001930
             ' REALIZADO MES  '.                                        00001940
          05 FILLER               PIC X(16) VALUE                       00001950
             '      META MES  '.                                        00001960
          05 FILLER               PIC X(10) VALUE '   % MES  '.         00001970
          05 FILLER               PIC X(16) VALUE                       00001980
             ' REALIZADO ANO  '.                                        00001990
          05 FILLER               PIC X(16) VALUE                       00002000
             '      META ANO  '.                                        00002010
          05 FILLER               PIC X(10) VALUE '   % ANO  '.         00002020
                                                                        00002030
       01 WRK-DET-GERENTE.                                              00002040
          05 FILLER               PIC X(09) VALUE 'GERENTE: '.          00002050
          05 WRK-DET-NOME         PIC X(15).                            00002060
          05 FILLER               PIC X(09) VALUE '  MATR.: '.          00002070
          05 WRK-DET-EMP-ID       PIC 9(05).                            00002080
          05 FILLER               PIC X(03) VALUE SPACES.               00002090
          05 WRK-DET-SITUACAO     PIC X(22).                            00002100
                                                                        00002110
       01 WRK-DET-LINHA.                                                00002120
          05 WRK-DET-CATEGORIA    PIC X(06).                            00002130
          05 FILLER               PIC X(02) VALUE SPACES.               00002140
          05 WRK-DET-REAL-MES     PIC -Z(9)9.99.                        00002150
          05 FILLER               PIC X(02) VALUE SPACES.               00002160
          05 WRK-DET-META-MES     PIC -Z(9)9.99.                        00002170
          05 FILLER               PIC X(02) VALUE SPACES.               00002180
          05 WRK-DET-PCT-MES      PIC -ZZZ9.99.                         00002190
          05 WRK-DET-PCT-MES-X    REDEFINES WRK-DET-PCT-MES             00002200
                                  PIC X(08).                            00002210
          05 FILLER               PIC X(02) VALUE SPACES.               00002220
          05 WRK-DET-REAL-ANO     PIC -Z(9)9.99.                        00002230
          05 FILLER               PIC X(02) VALUE SPACES.               00002240
          05 WRK-DET-META-ANO     PIC -Z(9)9.99.                        00002250
          05 FILLER               PIC X(02) VALUE SPACES.               00002260
          05 WRK-DET-PCT-ANO      PIC -ZZZ9.99.                         00002270
          05 WRK-DET-PCT-ANO-X    REDEFINES WRK-DET-PCT-ANO             00002280
                                  PIC X(08).                            00002290
       COPY CPCAB01.                                                    00002300
       COPY CPERR01.                                                    00002310
       COPY CPDTA01.                                                    00002320
       COPY CPSTT01.                                                    00002330
      *=========================================*                       00002340
       PROCEDURE DIVISION.                                              00002350
      *=========================================*                       00002360
                                                                        00002370
      *---------------------------------------------------              00002380
       0000-PRINCIPAL                     SECTION.                      00002390
      *---------------------------------------------------              00002400
             PERFORM 0100-INICIAR.                                      00002410
             PERFORM 0200-PROCESSAR                                     00002420
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00002430
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00002440
                 PERFORM 0250-PROCESSAR-CREDITO                         00002450
                     UNTIL WRK-FS-NOTACRED NOT EQUAL ZEROS              00002460
             END-IF.                                                    00002470
             PERFORM 0300-FINALIZAR.                                    00002480
      *---------------------------------------------------              00002490
       0000-99-FIM.            EXIT.                                    00002500
      *---------------------------------------------------              00002510
                                                                        00002520
       0100-INICIAR                       SECTION.                      00002530
             MOVE 'FR06CB22' TO WRK-CAB-PROGRAMA.                       00002540
             PERFORM 0101-CABECALHO-PADRAO.                             00002550
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002560
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002570
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002580
             OPEN INPUT NOTAHIST.                                       00002590
             OPEN INPUT CLIENTE-MASTER.                                 00002600
             OPEN INPUT EMPREGADO-MASTER.                               00002610
             OPEN INPUT ENTRADA-SYSIN.                                  00002620
             OPEN OUTPUT RELMETAS.                                      00002630
             PERFORM 0110-TESTAR-STATUS.                                00002640
             PERFORM 0105-ABRIR-CREDITOS.                               00002650
             PERFORM 0107-LER-MES-APURACAO.                             00002660
             PERFORM 0120-CARREGAR-METAS.                               00002670
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002680
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002690
      *---------------------------------------------------              00002700
       0100-99-FIM.            EXIT.                                    00002710
      *---------------------------------------------------              00002720
           COPY CPCAB02.                                                00002730
           COPY CPERR02.                                                00002740
           COPY CPDTA02.                                                00002750
           COPY CPSTT02.                                                00002760
      *---------------------------------------------------              00002770
       0105-ABRIR-CREDITOS                SECTION.                      00002780
      *    ABRE O HISTORICO DE NOTAS DE CREDITO - AINDA NAO             00002790
      *    CRIADO PELA FR05CB59 (FILE STATUS 35), O REALIZADO           00002800
      *    SAI SEM DEVOLUCOES E COM AVISO NO SYSOUT                     00002810
      *---------------------------------------------------              00002820
             OPEN INPUT NOTACRED-HIST.                                  00002830
             IF WRK-FS-NOTACRED EQUAL '35'                              00002840
                 DISPLAY ' AVISO: SEM HISTORICO DE NOTAS DE '           00002850
                         'CREDITO - REALIZADO SEM DEVOLUCOES'           00002860
             ELSE                                                       00002870
                 IF WRK-FS-NOTACRED NOT EQUAL ZEROS                     00002880
                     MOVE ' ERRO OPEN HISTORICO DE CREDITOS '           00002890
                         TO WRK-MSG                                     00002900
                     PERFORM 9000-TRATA-ERROS                           00002910
                 END-IF                                                 00002920
             END-IF.                                                    00002930
      *---------------------------------------------------              00002940
       0107-LER-MES-APURACAO              SECTION.                      00002950
      *    LE O CARTAO OPCIONAL COM O MES DE APURACAO (AAAAMM) -        00002960
      *    SEM CARTAO (OU NAO NUMERICO), VALE O MES DA DATA DE          00002970
      *    NEGOCIO. O ACUMULADO DO ANO COMECA EM JANEIRO                00002980
      *---------------------------------------------------              00002990
             READ ENTRADA-SYSIN INTO WRK-MES-APURACAO.                  00003000
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003010
                OR WRK-MES-APURACAO NOT NUMERIC                         00003020
                OR WRK-MES-APURACAO EQUAL ZEROS                         00003030
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-APURACAO        00003040
             END-IF.                                                    00003050
             CLOSE ENTRADA-SYSIN.                                       00003060
             MOVE WRK-MES-APURACAO TO WRK-MES-INICIO.                   00003070
             MOVE '01'             TO WRK-MES-INICIO (5:2).             00003080
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES.                      00003090
             MOVE WRK-MES-INICIO   TO WRK-CAB-MES-INI.                  00003100
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES-FIM.                  00003110
      *---------------------------------------------------              00003120
       0110-TESTAR-STATUS                 SECTION.                      00003130
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003140
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00003150
                 PERFORM 9000-TRATA-ERROS                               00003160
             END-IF.                                                    00003170
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003180
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003190
                 PERFORM 9000-TRATA-ERROS                               00003200
             END-IF.                                                    00003210
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00003220
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00003230
                 PERFORM 9000-TRATA-ERROS                               00003240
             END-IF.                                                    00003250
             IF WRK-FS-RELMETAS NOT EQUAL ZEROS                         00003260
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003270
                 PERFORM 9000-TRATA-ERROS                               00003280
             END-IF.                                                    00003290
      *---------------------------------------------------              00003300
       0120-CARREGAR-METAS                SECTION.                      00003310
      *    CARREGA AS METAS ATIVAS DE JANEIRO ATE O MES DO              00003320
      *    CARTAO NA TABELA - MASTER AINDA NAO CRIADO PELA              00003330
      *    FR06CB21 (FILE STATUS 35) SAI SO COM O REALIZADO             00003340
      *---------------------------------------------------              00003350
             OPEN INPUT META-MASTER.                                    00003360
             IF WRK-FS-META EQUAL '35'                                  00003370
                 DISPLAY ' AVISO: MASTER DE METAS NAO CRIADO - '        00003380
                         'RELATORIO SEM METAS'                          00003390
                 GO TO 0120-99-FIM                                      00003400
             END-IF.                                                    00003410
             IF WRK-FS-META NOT EQUAL ZEROS                             00003420
                 MOVE ' ERRO OPEN META-MASTER ' TO WRK-MSG              00003430
                 PERFORM 9000-TRATA-ERROS                               00003440
             END-IF.                                                    00003450
             PERFORM 0125-CARREGAR-UMA-META                             00003460
                 UNTIL WRK-FS-META NOT EQUAL ZEROS.                     00003470
             CLOSE META-MASTER.                                         00003480
       0120-99-FIM.            EXIT.                                    00003490
      *---------------------------------------------------              00003500
       0125-CARREGAR-UMA-META             SECTION.                      00003510
             READ META-MASTER NEXT RECORD.                              00003520
             IF WRK-FS-META NOT EQUAL ZEROS                             00003530
                 GO TO 0125-99-FIM                                      00003540
             END-IF.                                                    00003550
             IF MET-INATIVA                                             00003560
                OR MET-ANOMES < WRK-MES-INICIO                          00003570
                OR MET-ANOMES > WRK-MES-APURACAO                        00003580
                 GO TO 0125-99-FIM                                      00003590
             END-IF.                                                    00003600
             ADD 1 TO WRK-CONT-METAS.                                   00003610
             MOVE MET-GERENTE   TO WRK-CHAVE-GERENTE.                   00003620
             MOVE SPACES        TO WRK-CHAVE-CATEGORIA.                 00003630
             PERFORM 0230-LOCALIZAR-ENTRADA.                            00003640
             MOVE MET-CATEGORIA TO WRK-CHAVE-CATEGORIA.                 00003650
             PERFORM 0230-LOCALIZAR-ENTRADA.                            00003660
             ADD MET-VALOR-META TO WRK-APU-META-ANO (WRK-IDX-ACHADO).   00003670
             IF MET-ANOMES EQUAL WRK-MES-APURACAO                       00003680
                 ADD MET-VALOR-META                                     00003690
                     TO WRK-APU-META-MES (WRK-IDX-ACHADO)               00003700
             END-IF.                                                    00003710
       0125-99-FIM.            EXIT.                                    00003720
      *---------------------------------------------------              00003730
       0200-PROCESSAR                     SECTION.                      00003740
      *    LINHA DE NOTA EMITIDA NO ANO ATE O MES DO CARTAO -           00003750
      *    NOTA CANCELADA NO DIA DA EMISSAO NAO ENTRA                   00003760
      *---------------------------------------------------              00003770
             READ NOTAHIST NEXT RECORD.                                 00003780
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003790
                 GO TO 0200-99-FIM                                      00003800
             END-IF.                                                    00003810
             ADD 1 TO WRK-CONT-LIDOS.                                   00003820
             MOVE NFH-DATA-EMISSAO (1:6) TO WRK-MES-MOVTO.              00003830
             IF WRK-MES-MOVTO < WRK-MES-INICIO                          00003840
                OR WRK-MES-MOVTO > WRK-MES-APURACAO                     00003850
                OR NFH-NOTA-CANCELADA                                   00003860
                 GO TO 0200-99-FIM                                      00003870
             END-IF.                                                    00003880
             ADD 1 TO WRK-CONT-NOTAS.                                   00003890
             MOVE NFH-CLI-ID      TO WRK-CLI-MOVTO.                     00003900
             MOVE NFH-CATEGORIA   TO WRK-CHAVE-CATEGORIA.               00003910
             MOVE NFH-VALOR-TOTAL TO WRK-VALOR-MOVTO.                   00003920
             PERFORM 0210-ACUMULAR-REALIZADO.                           00003930
       0200-99-FIM.            EXIT.                                    00003940
      *---------------------------------------------------              00003950
       0210-ACUMULAR-REALIZADO            SECTION.                      00003960
      *    RESOLVE O GERENTE DE CONTA PELO CLIENTE E SOMA O             00003970
      *    MOVIMENTO (NEGATIVO NA DEVOLUCAO) NA ENTRADA DA              00003980
      *    CATEGORIA E NO TOTAL DO GERENTE - CLIENTE REMOVIDO           00003990
      *    SAI AGRUPADO COMO *SEM GERENTE*; MOVIMENTO SEM               00004000
      *    CATEGORIA ENTRA SO NO TOTAL                                  00004010
      *---------------------------------------------------              00004020
             MOVE '*SEM GERENTE*' TO WRK-CHAVE-GERENTE.                 00004030
             MOVE WRK-CLI-MOVTO TO CLI-ID.                              00004040
             READ CLIENTE-MASTER                                        00004050
                 INVALID KEY                                            00004060
                     CONTINUE                                           00004070
                 NOT INVALID KEY                                        00004080
                     IF CLI-GERENTE NOT EQUAL SPACES                    00004090
                         MOVE CLI-GERENTE TO WRK-CHAVE-GERENTE          00004100
                     END-IF                                             00004110
             END-READ.                                                  00004120
             IF WRK-CHAVE-CATEGORIA NOT EQUAL SPACES                    00004130
                 PERFORM 0230-LOCALIZAR-ENTRADA                         00004140
                 PERFORM 0215-SOMAR-MOVIMENTO                           00004150
             END-IF.                                                    00004160
             MOVE SPACES TO WRK-CHAVE-CATEGORIA.                        00004170
             PERFORM 0230-LOCALIZAR-ENTRADA.                            00004180
             PERFORM 0215-SOMAR-MOVIMENTO.                              00004190
      *---------------------------------------------------              00004200
       0215-SOMAR-MOVIMENTO               SECTION.                      00004210
             ADD WRK-VALOR-MOVTO TO WRK-APU-REAL-ANO (WRK-IDX-ACHADO).  00004220
             IF WRK-MES-MOVTO EQUAL WRK-MES-APURACAO                    00004230
                 ADD WRK-VALOR-MOVTO                                    00004240
                     TO WRK-APU-REAL-MES (WRK-IDX-ACHADO)               00004250
             END-IF.                                                    00004260
      *---------------------------------------------------              00004270
       0230-LOCALIZAR-ENTRADA             SECTION.                      00004280
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE E             00004290
      *    CATEGORIA NA TABELA DE ACUMULADORES                          00004300
      *---------------------------------------------------              00004310
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004320
             MOVE ZERO TO WRK-IDX.                                      00004330
             PERFORM 0235-PROCURAR-UMA-ENTRADA                          00004340
                 UNTIL WRK-IDX >= WRK-QTD-APURACAO                      00004350
                    OR WRK-IDX-ACHADO > ZERO.                           00004360
             IF WRK-IDX-ACHADO EQUAL ZERO                               00004370
                 IF WRK-QTD-APURACAO >= WRK-MAX-APURACAO                00004380
                     MOVE ' ERRO TABELA DE METAS EXCEDIDA '             00004390
                         TO WRK-MSG                                     00004400
                     PERFORM 9000-TRATA-ERROS                           00004410
                 END-IF                                                 00004420
                 ADD 1 TO WRK-QTD-APURACAO                              00004430
                 MOVE WRK-QTD-APURACAO TO WRK-IDX-ACHADO                00004440
                 MOVE WRK-CHAVE-GERENTE                                 00004450
                     TO WRK-APU-GERENTE (WRK-IDX-ACHADO)                00004460
                 MOVE WRK-CHAVE-CATEGORIA                               00004470
                     TO WRK-APU-CATEGORIA (WRK-IDX-ACHADO)              00004480
                 MOVE ZEROS TO WRK-APU-REAL-MES (WRK-IDX-ACHADO)        00004490
                 MOVE ZEROS TO WRK-APU-REAL-ANO (WRK-IDX-ACHADO)        00004500
                 MOVE ZEROS TO WRK-APU-META-MES (WRK-IDX-ACHADO)        00004510
                 MOVE ZEROS TO WRK-APU-META-ANO (WRK-IDX-ACHADO)        00004520
             END-IF.                                                    00004530
      *---------------------------------------------------              00004540
       0235-PROCURAR-UMA-ENTRADA          SECTION.                      00004550
             ADD 1 TO WRK-IDX.                                          00004560
             IF WRK-APU-GERENTE (WRK-IDX) EQUAL WRK-CHAVE-GERENTE       00004570
                AND WRK-APU-CATEGORIA (WRK-IDX)                         00004580
                    EQUAL WRK-CHAVE-CATEGORIA                           00004590
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00004600
             END-IF.                                                    00004610
      *---------------------------------------------------              00004620
       0250-PROCESSAR-CREDITO             SECTION.                      00004630
      *    NOTA DE CREDITO DE DEVOLUCAO NO ANO ATE O MES DO             00004640
      *    CARTAO - ABATE O VALOR CREDITADO DO REALIZADO                00004650
      *---------------------------------------------------              00004660
             READ NOTACRED-HIST.                                        00004670
             IF WRK-FS-NOTACRED NOT EQUAL ZEROS                         00004680
                 GO TO 0250-99-FIM                                      00004690
             END-IF.                                                    00004700
             ADD 1 TO WRK-CONT-CRED-LIDOS.                              00004710
             MOVE NCH-DATA (1:6) TO WRK-MES-MOVTO.                      00004720
             IF WRK-MES-MOVTO < WRK-MES-INICIO                          00004730
                OR WRK-MES-MOVTO > WRK-MES-APURACAO                     00004740
                 GO TO 0250-99-FIM                                      00004750
             END-IF.                                                    00004760
             ADD 1 TO WRK-CONT-CREDITOS.                                00004770
             MOVE NCH-CLI-ID      TO WRK-CLI-MOVTO.                     00004780
             MOVE NCH-CATEGORIA   TO WRK-CHAVE-CATEGORIA.               00004790
             COMPUTE WRK-VALOR-MOVTO = ZERO - NCH-BASE-IMPOSTO.         00004800
             PERFORM 0210-ACUMULAR-REALIZADO.                           00004810
       0250-99-FIM.            EXIT.                                    00004820
      *---------------------------------------------------              00004830
       0300-FINALIZAR                     SECTION.                      00004840
             WRITE REL-LINHA FROM WRK-CABEC2.                           00004850
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004860
             MOVE ZERO TO WRK-IDX.                                      00004870
             PERFORM 0320-IMPRIMIR-UM-GERENTE                           00004880
                 UNTIL WRK-IDX >= WRK-QTD-APURACAO.                     00004890
             PERFORM 0340-IMPRIMIR-TOTAL-GERAL.                         00004900
             MOVE WRK-CONT-LIDOS                                        00004910
                 TO WRK-STT-REGISTROS.                                  00004920
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004930
             CLOSE NOTAHIST.                                            00004940
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00004950
                 CLOSE NOTACRED-HIST                                    00004960
             END-IF.                                                    00004970
             CLOSE CLIENTE-MASTER.                                      00004980
             CLOSE EMPREGADO-MASTER.                                    00004990
             CLOSE RELMETAS.                                            00005000
             DISPLAY '------------------'.                              00005010
             DISPLAY '  NOTAS LIDAS.......: ' WRK-CONT-LIDOS.           00005020
             DISPLAY '  LINHAS DO PERIODO.: ' WRK-CONT-NOTAS.           00005030
             DISPLAY '  CREDITOS LIDOS....: ' WRK-CONT-CRED-LIDOS.      00005040
             DISPLAY '  CREDITOS PERIODO..: ' WRK-CONT-CREDITOS.        00005050
             DISPLAY '  METAS DO PERIODO..: ' WRK-CONT-METAS.           00005060
             DISPLAY '  GERENTES..........: ' WRK-CONT-GERENTES.        00005070
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005080
             PERFORM 9000-TRATA-ERROS.                                  00005090
      *---------------------------------------------------              00005100
       0320-IMPRIMIR-UM-GERENTE           SECTION.                      00005110
      *    A PARTIR DA ENTRADA DE TOTAL DO GERENTE, CONFERE O           00005120
      *    GERENTE EM EMPREGADO-MASTER PELA CHAVE ALTERNADA E           00005130
      *    IMPRIME O TOTAL E AS CATEGORIAS DELE                         00005140
      *---------------------------------------------------              00005150
             ADD 1 TO WRK-IDX.                                          00005160
             IF WRK-APU-CATEGORIA (WRK-IDX) NOT EQUAL SPACES            00005170
                 GO TO 0320-99-FIM                                      00005180
             END-IF.                                                    00005190
             ADD 1 TO WRK-CONT-GERENTES.                                00005200
             MOVE WRK-APU-GERENTE (WRK-IDX) TO WRK-DET-NOME.            00005210
             MOVE ZEROS                     TO WRK-DET-EMP-ID.          00005220
             MOVE SPACES                    TO WRK-DET-SITUACAO.        00005230
             MOVE WRK-APU-GERENTE (WRK-IDX) TO EMP-NOME-CURTO.          00005240
             READ EMPREGADO-MASTER KEY IS EMP-NOME-CURTO                00005250
                 INVALID KEY                                            00005260
                     MOVE '(GERENTE NAO CADASTRADO)'                    00005270
                         TO WRK-DET-SITUACAO                            00005280
                 NOT INVALID KEY                                        00005290
                     MOVE EMP-ID TO WRK-DET-EMP-ID                      00005300
                     IF EMP-INATIVO                                     00005310
                         MOVE '(GERENTE INATIVO)'                       00005320
                             TO WRK-DET-SITUACAO                        00005330
                     END-IF                                             00005340
             END-READ.                                                  00005350
             WRITE REL-LINHA FROM WRK-DET-GERENTE.                      00005360
             MOVE WRK-IDX TO WRK-IDX-LINHA.                             00005370
             MOVE 'TOTAL'  TO WRK-DET-CATEGORIA.                        00005380
             PERFORM 0330-IMPRIMIR-LINHA.                               00005390
             ADD WRK-APU-REAL-MES (WRK-IDX) TO WRK-TOT-REAL-MES.        00005400
             ADD WRK-APU-REAL-ANO (WRK-IDX) TO WRK-TOT-REAL-ANO.        00005410
             ADD WRK-APU-META-MES (WRK-IDX) TO WRK-TOT-META-MES.        00005420
             ADD WRK-APU-META-ANO (WRK-IDX) TO WRK-TOT-META-ANO.        00005430
             MOVE ZERO TO WRK-IDX-CAT.                                  00005440
             PERFORM 0325-IMPRIMIR-UMA-CATEGORIA                        00005450
                 UNTIL WRK-IDX-CAT >= WRK-QTD-APURACAO.                 00005460
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005470
       0320-99-FIM.            EXIT.                                    00005480
      *---------------------------------------------------              00005490
       0325-IMPRIMIR-UMA-CATEGORIA        SECTION.                      00005500
             ADD 1 TO WRK-IDX-CAT.                                      00005510
             IF WRK-APU-GERENTE (WRK-IDX-CAT)                           00005520
                    NOT EQUAL WRK-APU-GERENTE (WRK-IDX)                 00005530
                OR WRK-APU-CATEGORIA (WRK-IDX-CAT) EQUAL SPACES         00005540
                 GO TO 0325-99-FIM                                      00005550
             END-IF.                                                    00005560
             MOVE WRK-IDX-CAT TO WRK-IDX-LINHA.                         00005570
             MOVE WRK-APU-CATEGORIA (WRK-IDX-CAT)                       00005580
                 TO WRK-DET-CATEGORIA.                                  00005590
             PERFORM 0330-IMPRIMIR-LINHA.                               00005600
       0325-99-FIM.            EXIT.                                    00005610
      *---------------------------------------------------              00005620
       0330-IMPRIMIR-LINHA                SECTION.                      00005630
      *    IMPRIME REALIZADO, META E PERCENTUAL ATINGIDO DO             00005640
      *    MES E DO ANO DA ENTRADA APONTADA - SEM META, O               00005650
      *    PERCENTUAL SAI COMO S/META                                   00005660
      *---------------------------------------------------              00005670
             MOVE WRK-APU-REAL-MES (WRK-IDX-LINHA)                      00005680
                 TO WRK-DET-REAL-MES.                                   00005690
             MOVE WRK-APU-META-MES (WRK-IDX-LINHA)                      00005700
                 TO WRK-DET-META-MES.                                   00005710
             MOVE WRK-APU-REAL-ANO (WRK-IDX-LINHA)                      00005720
                 TO WRK-DET-REAL-ANO.                                   00005730
             MOVE WRK-APU-META-ANO (WRK-IDX-LINHA)                      00005740
                 TO WRK-DET-META-ANO.                                   00005750
             IF WRK-APU-META-MES (WRK-IDX-LINHA) EQUAL ZEROS            00005760
                 MOVE '  S/META' TO WRK-DET-PCT-MES-X                   00005770
             ELSE                                                       00005780
                 COMPUTE WRK-PCT-ATINGIDO ROUNDED =                     00005790
                     WRK-APU-REAL-MES (WRK-IDX-LINHA) * 100             00005800
                     / WRK-APU-META-MES (WRK-IDX-LINHA)                 00005810
                     ON SIZE ERROR                                      00005820
                         MOVE 9999.99 TO WRK-PCT-ATINGIDO               00005830
                 END-COMPUTE                                            00005840
                 MOVE WRK-PCT-ATINGIDO TO WRK-DET-PCT-MES               00005850
             END-IF.                                                    00005860
             IF WRK-APU-META-ANO (WRK-IDX-LINHA) EQUAL ZEROS            00005870
                 MOVE '  S/META' TO WRK-DET-PCT-ANO-X                   00005880
             ELSE                                                       00005890
                 COMPUTE WRK-PCT-ATINGIDO ROUNDED =                     00005900
                     WRK-APU-REAL-ANO (WRK-IDX-LINHA) * 100             00005910
                     / WRK-APU-META-ANO (WRK-IDX-LINHA)                 00005920
                     ON SIZE ERROR                                      00005930
                         MOVE 9999.99 TO WRK-PCT-ATINGIDO               00005940
                 END-COMPUTE                                            00005950
                 MOVE WRK-PCT-ATINGIDO TO WRK-DET-PCT-ANO               00005960
             END-IF.                                                    00005970
             WRITE REL-LINHA FROM WRK-DET-LINHA.                        00005980
      *---------------------------------------------------              00005990
       0340-IMPRIMIR-TOTAL-GERAL          SECTION.                      00006000
      *    TOTAL DA EMPRESA - SOMA DAS LINHAS DE TOTAL DOS              00006010
      *    GERENTES, NA ULTIMA POSICAO LIVRE DA TABELA                  00006020
      *---------------------------------------------------              00006030
             IF WRK-QTD-APURACAO >= WRK-MAX-APURACAO                    00006040
                 MOVE ' ERRO TABELA DE METAS EXCEDIDA '                 00006050
                     TO WRK-MSG                                         00006060
                 PERFORM 9000-TRATA-ERROS                               00006070
             END-IF.                                                    00006080
             COMPUTE WRK-IDX-LINHA = WRK-QTD-APURACAO + 1.              00006090
             MOVE WRK-TOT-REAL-MES TO WRK-APU-REAL-MES (WRK-IDX-LINHA). 00006100
             MOVE WRK-TOT-REAL-ANO TO WRK-APU-REAL-ANO (WRK-IDX-LINHA). 00006110
             MOVE WRK-TOT-META-MES TO WRK-APU-META-MES (WRK-IDX-LINHA). 00006120
             MOVE WRK-TOT-META-ANO TO WRK-APU-META-ANO (WRK-IDX-LINHA). 00006130
             MOVE 'GERAL' TO WRK-DET-CATEGORIA.                         00006140
             PERFORM 0330-IMPRIMIR-LINHA.                               00006150
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006160
      *---------------------------------------------------              00006170
       9000-TRATA-ERROS                   SECTION.                      00006180
      *---------------------------------------------------              00006190
             PERFORM 9050-GRAVAR-ERRLOG.                                00006200
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006210
             STOP RUN.                                                  00006220
      *--------------------------------------------------------------   00006230
       9000-99-FIM.            EXIT.                                    00006240
      *--------------------------------------------------------------   00006250
