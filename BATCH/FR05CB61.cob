      *                         TODA NOTA EMITIDA EM MES POSTERIOR      00000360
      *                         (BACKORDER LIBERADO, RETIDO DE          00000370
      *                         CREDITO, VIRADA DE MES)                 00000380
      *     15/10/2026  IVS     NOTA COM VARIAS LINHAS: CHAVE DO        00000390
      *                         HISTORICO PASSA A NFH-CHAVE; A NOTA     00000400
      *                         E CONTADA SO NA PRIMEIRA LINHA          00000410
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000420
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000430
      *                         ENTRA NA BASE DE COMISSAO               00000440
      *     15/10/2026  IVS     META DO GERENTE (CPMET01, FR06CB21):    00000450
      *                         FATURADO LIQUIDO DAS NOTAS DE           00000460
      *                         CREDITO (CPNCH01) ACIMA DA META TOTAL   00000470
      *                         DO MES SOMA O ACELERADOR A TAXA DA      00000480
      *                         FAIXA; A BASE DA COMISSAO NAO MUDA      00000490
      *=======================================================*         00000500
                                                                        00000510
      *=======================================================*         00000520
       ENVIRONMENT                               DIVISION.              00000530
      *=======================================================*         00000540
       INPUT-OUTPUT                              SECTION.               00000550
       FILE-CONTROL.                                                    00000560
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000570
                ORGANIZATION IS INDEXED                                 00000580
                ACCESS MODE  IS SEQUENTIAL                              00000590
                RECORD KEY   IS NFH-CHAVE                               00000600
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000610
                                                                        00000620
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000630
                ORGANIZATION IS INDEXED                                 00000640
                ACCESS MODE  IS DYNAMIC                                 00000650
                RECORD KEY   IS CLI-ID                                  00000660
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000670
                                                                        00000680
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS EMP-ID                                  00000720
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00000730
                    WITH DUPLICATES                                     00000740
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00000750
                                                                        00000760
             SELECT META-MASTER ASSIGN TO ARQMET                        00000770
                ORGANIZATION IS INDEXED                                 00000780
                ACCESS MODE  IS DYNAMIC                                 00000790
                RECORD KEY   IS MET-CHAVE                               00000800
                FILE STATUS  IS WRK-FS-META.                            00000810
                                                                        00000820
             SELECT NOTACRED-HIST ASSIGN TO ARQNCH                      00000830
                FILE STATUS  IS WRK-FS-NOTACRED.                        00000840
                                                                        00000850
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000860
                FILE STATUS  IS WRK-FS-SYSIN.                           00000870
                                                                        00000880
             SELECT RELCOMIS ASSIGN TO ARQRPT                           00000890
                FILE STATUS  IS WRK-FS-RELCOMIS.                        00000900
                                                                        00000910
             SELECT COMISSAO ASSIGN TO ARQCOM                           00000920
                FILE STATUS  IS WRK-FS-COMISSAO.                        00000930
                                                                        00000940
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000950
                ORGANIZATION IS INDEXED                                 00000960
                ACCESS MODE  IS DYNAMIC                                 00000970
                RECORD KEY   IS CAL-DATA                                00000980
                FILE STATUS  IS WRK-FS-CALEND.                          00000990
                                                                        00001000
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001010
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001020
                                                                        00001030
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001040
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001050
      *=======================================================*         00001060
       DATA                                      DIVISION.              00001070
      *=======================================================*         00001080
       FILE                                      SECTION.               00001090
       FD NOTAHIST.                                                     00001100
           COPY CPNFH01.                                                00001110
                                                                        00001120
       FD CLIENTE-MASTER.                                               00001130
           COPY CPCLIE01.                                               00001140
                                                                        00001150
       FD EMPREGADO-MASTER.                                             00001160
           COPY CPEMPR01.                                               00001170
                                                                        00001180
       FD META-MASTER.                                                  00001190
           COPY CPMET01.                                                00001200
                                                                        00001210
       FD NOTACRED-HIST                                                 00001220
           RECORDING MODE IS F                                          00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
           COPY CPNCH01.                                                00001250
                                                                        00001260
       FD ENTRADA-SYSIN                                                 00001270
           RECORDING MODE IS F                                          00001280
           BLOCK CONTAINS 0 RECORDS.                                    00001290
       01 SYSIN-REGISTRO             PIC X(006).                        00001300
                                                                        00001310
       FD RELCOMIS                                                      00001320
           RECORDING MODE IS F                                          00001330
           BLOCK CONTAINS 0 RECORDS.                                    00001340
       01 REL-LINHA                    PIC X(132).                      00001350
                                                                        00001360
       FD COMISSAO                                                      00001370
           RECORDING MODE IS F                                          00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
           COPY CPCOM01.                                                00001400
                                                                        00001410
       FD CALENDARIO.                                                   00001420
           COPY CPCAL01.                                                00001430
                                                                        00001440
       FD ERRLOG.                                                       00001450
           COPY CPERRL01.                                               00001460
                                                                        00001470
       FD ESTATIS                                                       00001480
           RECORDING MODE IS F                                          00001490
           BLOCK CONTAINS 0 RECORDS.                                    00001500
           COPY CPSTA01.                                                00001510
      *---------------------------------------------------              00001520
       WORKING-STORAGE                           SECTION.               00001530
      *---------------------------------------------------              00001540
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001550
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001560
       77 WRK-FS-EMPREGADO    PIC X(02) VALUE SPACES.                   00001570
       77 WRK-FS-META         PIC X(02) VALUE SPACES.                   00001580
       77 WRK-FS-NOTACRED     PIC X(02) VALUE SPACES.                   00001590
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001600
       77 WRK-FS-RELCOMIS     PIC X(02) VALUE SPACES.                   00001610
       77 WRK-FS-COMISSAO     PIC X(02) VALUE SPACES.                   00001620
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001630
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001640
       77 WRK-CONT-FATURADOS  PIC 9(09) COMP VALUE ZERO.                00001650
       77 WRK-CONT-EXCECOES   PIC 9(09) COMP VALUE ZERO.                00001660
       77 WRK-MES-APURACAO    PIC 9(06) VALUE ZERO.                     00001670
       77 WRK-GERENTE-PEDIDO  PIC X(15) VALUE SPACES.                   00001680
       77 WRK-PCT-APLICADO    PIC 9(02)V99 COMP-3 VALUE ZERO.           00001690
       77 WRK-VALOR-COMISSAO  PIC 9(09)V99 COMP-3 VALUE ZERO.           00001700
       77 WRK-VALOR-LIQUIDO   PIC S9(11)V99 COMP-3 VALUE ZERO.          00001710
       77 WRK-PCT-ATINGIDO    PIC S9(04)V99 COMP-3 VALUE ZERO.          00001720
      *---------------------------------------------------              00001730
      *    TABELA DE FAIXAS DE COMISSAO POR VALOR FATURADO              00001740
      *    NO MES - TAXA APLICADA SOBRE O TOTAL DA FAIXA                00001750
      *    ALCANCADA, CONFORME A POLITICA COMERCIAL VIGENTE             00001760
      *---------------------------------------------------              00001770
       01 WRK-TABELA-FAIXAS.                                            00001780
          05 FILLER PIC X(16) VALUE '0000050000000100'.                 00001790
          05 FILLER PIC X(16) VALUE '0000150000000150'.                 00001800
          05 FILLER PIC X(16) VALUE '0000500000000200'.                 00001810
          05 FILLER PIC X(16) VALUE '9999999999990250'.                 00001820
       01 WRK-TABELA-FAIXAS-R REDEFINES WRK-TABELA-FAIXAS.              00001830
          05 WRK-FAIXA OCCURS 4 TIMES.                                  00001840
             10 WRK-FAIXA-TETO        PIC 9(10)V99.                     00001850
             10 WRK-FAIXA-PCT         PIC 9(02)V99.                     00001860
       77 WRK-IDX-FAIXA       PIC 9(02) COMP VALUE ZERO.                00001870
      *---------------------------------------------------              00001880
      *    ACUMULADORES POR GERENTE DE CONTA                            00001890
      *---------------------------------------------------              00001900
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00001910
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00001920
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001930
       77 WRK-IDX-ACHADO      PIC 9(03) COMP VALUE ZERO.                00001940
       01 WRK-TABELA-GERENTES.                                          00001950
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00001960
             10 WRK-GER-NOME          PIC X(15).                        00001970
             10 WRK-GER-VALOR         PIC 9(11)V99 COMP-3.              00001980
             10 WRK-GER-QTD-NOTAS     PIC 9(07) COMP.                   00001990
             10 WRK-GER-CREDITO       PIC 9(11)V99 COMP-3.              00002000
      *---------------------------------------------------              00002010
      *    LINHAS DO RELATORIO                                          00002020
      *---------------------------------------------------              00002030
       01 WRK-SEPARA.                                                   00002040
          05 FILLER PIC X(60) VALUE ALL '='.                            00002050
                                                                        00002060
       01 WRK-CABEC1.                                                   00002070
          05 FILLER               PIC X(34) VALUE                       00002080
             'DEMONSTRATIVO DE COMISSAO - MES: '.                       00002090
          05 WRK-CAB-MES          PIC 9(06).                            00002100
                                                                        00002110
       01 WRK-DET-GERENTE.                                              00002120
          05 FILLER               PIC X(09) VALUE 'GERENTE: '.          00002130
          05 WRK-DET-NOME         PIC X(15).                            00002140
          05 FILLER               PIC X(09) VALUE '  MATR.: '.          00002150
          05 WRK-DET-EMP-ID       PIC 9(05).                            00002160
                                                                        00002170
       01 WRK-DET-VALORES.                                              00002180
          05 FILLER               PIC X(11) VALUE 'FATURADO: '.         00002190
          05 WRK-DET-FATURADO     PIC Z(9)9.99.                         00002200
          05 FILLER               PIC X(08) VALUE '  NOTAS:'.           00002210
          05 WRK-DET-NOTAS        PIC Z(6)9.                            00002220
          05 FILLER               PIC X(08) VALUE '  TAXA: '.           00002230
          05 WRK-DET-PCT          PIC Z9.99.                            00002240
          05 FILLER               PIC X(13) VALUE '%  COMISSAO: '.      00002250
          05 WRK-DET-COMISSAO     PIC Z(7)9.99.                         00002260
                                                                        00002270
       01 WRK-DET-META.                                                 00002280
          05 FILLER               PIC X(11) VALUE 'META     : '.        00002290
          05 WRK-DET-META-VALOR   PIC Z(9)9.99.                         00002300
          05 FILLER               PIC X(11) VALUE '  LIQUIDO: '.        00002310
          05 WRK-DET-LIQUIDO      PIC -Z(9)9.99.                        00002320
          05 FILLER               PIC X(12) VALUE '  ATINGIDO: '.       00002330
          05 WRK-DET-ATINGIDO     PIC -ZZZ9.99.                         00002340
          05 FILLER               PIC X(15) VALUE '%  ACELERADOR: '.    00002350
          05 WRK-DET-ACELERADOR   PIC Z9.99.                            00002360
          05 FILLER               PIC X(01) VALUE '%'.                  00002370
                                                                        00002380
       01 WRK-DET-EXCECAO.                                              00002390
          05 FILLER               PIC X(11) VALUE 'EXCECAO  : '.        00002400
          05 WRK-EXC-NOME         PIC X(15).                            00002410
          05 FILLER               PIC X(03) VALUE ' - '.                00002420
          05 WRK-EXC-MOTIVO       PIC X(30).                            00002430
          05 FILLER               PIC X(12) VALUE ' FATURADO: '.        00002440
          05 WRK-EXC-FATURADO     PIC Z(9)9.99.                         00002450
       COPY CPCAB01.                                                    00002460
       COPY CPERR01.                                                    00002470
       COPY CPDTA01.                                                    00002480
       COPY CPSTT01.                                                    00002490
      *=========================================*                       00002500
       PROCEDURE DIVISION.                                              00002510
      *=========================================*                       00002520
                                                                        00002530
      *---------------------------------------------------              00002540
       0000-PRINCIPAL                     SECTION.                      00002550
      *---------------------------------------------------              00002560
             PERFORM 0100-INICIAR.                                      00002570
             PERFORM 0200-PROCESSAR                                     00002580
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00002590
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00002600
                 PERFORM 0250-PROCESSAR-CREDITO                         00002610
                     UNTIL WRK-FS-NOTACRED NOT EQUAL ZEROS              00002620
             END-IF.                                                    00002630
             PERFORM 0300-FINALIZAR.                                    00002640
      *---------------------------------------------------              00002650
       0000-99-FIM.            EXIT.                                    00002660
      *---------------------------------------------------              00002670
                                                                        00002680
       0100-INICIAR                       SECTION.                      00002690
             MOVE 'FR05CB61' TO WRK-CAB-PROGRAMA.                       00002700
             PERFORM 0101-CABECALHO-PADRAO.                             00002710
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002720
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002730
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002740
             OPEN INPUT NOTAHIST.                                       00002750
             OPEN INPUT CLIENTE-MASTER.                                 00002760
             OPEN INPUT EMPREGADO-MASTER.                               00002770
             OPEN INPUT ENTRADA-SYSIN.                                  00002780
             OPEN OUTPUT RELCOMIS.                                      00002790
             OPEN OUTPUT COMISSAO.                                      00002800
             PERFORM 0110-TESTAR-STATUS.                                00002810
             PERFORM 0105-ABRIR-METAS.                                  00002820
             PERFORM 0106-ABRIR-CREDITOS.                               00002830
             PERFORM 0107-LER-MES-APURACAO.                             00002840
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002850
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002860
      *---------------------------------------------------              00002870
       0100-99-FIM.            EXIT.                                    00002880
      *---------------------------------------------------              00002890
           COPY CPCAB02.                                                00002900
           COPY CPERR02.                                                00002910
           COPY CPDTA02.                                                00002920
           COPY CPSTT02.                                                00002930
      *---------------------------------------------------              00002940
       0105-ABRIR-METAS                   SECTION.                      00002950
      *    ABRE O MASTER DE METAS - AINDA NAO CRIADO PELA               00002960
      *    FR06CB21 (FILE STATUS 35), A COMISSAO SAI SO PELA            00002970
      *    FAIXA, SEM ACELERADOR, E COM AVISO NO SYSOUT                 00002980
      *---------------------------------------------------              00002990
             OPEN INPUT META-MASTER.                                    00003000
             IF WRK-FS-META EQUAL '35'                                  00003010
                 DISPLAY ' AVISO: MASTER DE METAS NAO CRIADO - '        00003020
                         'COMISSAO SEM ACELERADOR'                      00003030
             ELSE                                                       00003040
                 IF WRK-FS-META NOT EQUAL ZEROS                         00003050
                     MOVE ' ERRO OPEN META-MASTER ' TO WRK-MSG          00003060
                     PERFORM 9000-TRATA-ERROS                           00003070
                 END-IF                                                 00003080
             END-IF.                                                    00003090
      *---------------------------------------------------              00003100
       0106-ABRIR-CREDITOS                SECTION.                      00003110
      *    ABRE O HISTORICO DE NOTAS DE CREDITO - AINDA NAO             00003120
      *    CRIADO PELA FR05CB59 (FILE STATUS 35), O LIQUIDO             00003130
      *    CONFERIDO CONTRA A META E O PROPRIO FATURADO                 00003140
      *---------------------------------------------------              00003150
             OPEN INPUT NOTACRED-HIST.                                  00003160
             IF WRK-FS-NOTACRED EQUAL '35'                              00003170
                 DISPLAY ' AVISO: SEM HISTORICO DE NOTAS DE '           00003180
                         'CREDITO - META CONFERIDA PELO FATURADO'       00003190
             ELSE                                                       00003200
                 IF WRK-FS-NOTACRED NOT EQUAL ZEROS                     00003210
                     MOVE ' ERRO OPEN HISTORICO DE CREDITOS '           00003220
                         TO WRK-MSG                                     00003230
                     PERFORM 9000-TRATA-ERROS                           00003240
                 END-IF                                                 00003250
             END-IF.                                                    00003260
      *---------------------------------------------------              00003270
       0107-LER-MES-APURACAO              SECTION.                      00003280
      *    LE O CARTAO OPCIONAL COM O MES DE APURACAO (AAAAMM) -        00003290
      *    SEM CARTAO (OU NAO NUMERICO), VALE O MES DA DATA DE          00003300
      *    NEGOCIO                                                      00003310
      *---------------------------------------------------              00003320
             READ ENTRADA-SYSIN INTO WRK-MES-APURACAO.                  00003330
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003340
                OR WRK-MES-APURACAO NOT NUMERIC                         00003350
                OR WRK-MES-APURACAO EQUAL ZEROS                         00003360
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-APURACAO        00003370
             END-IF.                                                    00003380
             CLOSE ENTRADA-SYSIN.                                       00003390
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES.                      00003400
      *---------------------------------------------------              00003410
       0110-TESTAR-STATUS                 SECTION.                      00003420
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003430
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00003440
                 PERFORM 9000-TRATA-ERROS                               00003450
             END-IF.                                                    00003460
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003470
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003480
                 PERFORM 9000-TRATA-ERROS                               00003490
             END-IF.                                                    00003500
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00003510
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00003520
                 PERFORM 9000-TRATA-ERROS                               00003530
             END-IF.                                                    00003540
             IF WRK-FS-RELCOMIS NOT EQUAL ZEROS                         00003550
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003560
                 PERFORM 9000-TRATA-ERROS                               00003570
             END-IF.                                                    00003580
             IF WRK-FS-COMISSAO NOT EQUAL ZEROS                         00003590
                 MOVE ' ERRO OPEN ARQUIVO DE COMISSAO ' TO WRK-MSG      00003600
                 PERFORM 9000-TRATA-ERROS                               00003610
             END-IF.                                                    00003620
      *---------------------------------------------------              00003630
       0200-PROCESSAR                     SECTION.                      00003640
             READ NOTAHIST NEXT RECORD.                                 00003650
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00003660
                 ADD 1 TO WRK-CONT-LIDOS                                00003670
                 IF NFH-DATA-EMISSAO (1:6) EQUAL WRK-MES-APURACAO       00003680
                    AND NOT NFH-NOTA-CANCELADA                          00003690
                     IF NFH-ITEM NOT > 1                                00003700
                         ADD 1 TO WRK-CONT-FATURADOS                    00003710
                     END-IF                                             00003720
                     PERFORM 0210-ACUMULAR-NOTA                         00003730
                 END-IF                                                 00003740
             END-IF.                                                    00003750
      *---------------------------------------------------              00003760
       0210-ACUMULAR-NOTA                 SECTION.                      00003770
      *    RESOLVE O GERENTE DE CONTA DA NOTA PELO CLIENTE E            00003780
      *    ACUMULA O VALOR FATURADO NA ENTRADA DO GERENTE -             00003790
      *    CLIENTE REMOVIDO SAI AGRUPADO COMO *SEM GERENTE*             00003800
      *---------------------------------------------------              00003810
             MOVE '*SEM GERENTE*' TO WRK-GERENTE-PEDIDO.                00003820
             MOVE NFH-CLI-ID TO CLI-ID.                                 00003830
             READ CLIENTE-MASTER                                        00003840
                 INVALID KEY                                            00003850
                     CONTINUE                                           00003860
                 NOT INVALID KEY                                        00003870
                     IF CLI-GERENTE NOT EQUAL SPACES                    00003880
                         MOVE CLI-GERENTE TO WRK-GERENTE-PEDIDO         00003890
                     END-IF                                             00003900
             END-READ.                                                  00003910
             PERFORM 0217-LOCALIZAR-GERENTE.                            00003920
             ADD NFH-VALOR-TOTAL                                        00003930
                 TO WRK-GER-VALOR (WRK-IDX-ACHADO).                     00003940
             IF NFH-ITEM NOT > 1                                        00003950
                 ADD 1 TO WRK-GER-QTD-NOTAS (WRK-IDX-ACHADO)            00003960
             END-IF.                                                    00003970
      *---------------------------------------------------              00003980
       0217-LOCALIZAR-GERENTE             SECTION.                      00003990
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE NA            00004000
      *    TABELA DE ACUMULADORES                                       00004010
      *---------------------------------------------------              00004020
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004030
             MOVE ZERO TO WRK-IDX.                                      00004040
             PERFORM 0218-PROCURAR-UM-GERENTE                           00004050
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES                      00004060
                    OR WRK-IDX-ACHADO > ZERO.                           00004070
             IF WRK-IDX-ACHADO EQUAL ZERO                               00004080
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00004090
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00004100
                         TO WRK-MSG                                     00004110
                     PERFORM 9000-TRATA-ERROS                           00004120
                 END-IF                                                 00004130
                 ADD 1 TO WRK-QTD-GERENTES                              00004140
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-ACHADO                00004150
                 MOVE WRK-GERENTE-PEDIDO                                00004160
                     TO WRK-GER-NOME (WRK-IDX-ACHADO)                   00004170
                 MOVE ZEROS TO WRK-GER-VALOR (WRK-IDX-ACHADO)           00004180
                 MOVE ZEROS TO WRK-GER-QTD-NOTAS (WRK-IDX-ACHADO)       00004190
                 MOVE ZEROS TO WRK-GER-CREDITO (WRK-IDX-ACHADO)         00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0218-PROCURAR-UM-GERENTE           SECTION.                      00004230
             ADD 1 TO WRK-IDX.                                          00004240
             IF WRK-GER-NOME (WRK-IDX) EQUAL WRK-GERENTE-PEDIDO         00004250
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00004260
             END-IF.                                                    00004270
      *---------------------------------------------------              00004280
       0250-PROCESSAR-CREDITO             SECTION.                      00004290
      *    NOTA DE CREDITO DE DEVOLUCAO DO MES - ACUMULA O VALOR        00004300
      *    CREDITADO NO GERENTE DO CLIENTE, SO PARA CONFERIR O          00004310
      *    FATURADO LIQUIDO CONTRA A META. GERENTE SEM NOTA NO          00004320
      *    MES NAO TEM COMISSAO E O CREDITO E DESPREZADO                00004330
      *---------------------------------------------------              00004340
             READ NOTACRED-HIST.                                        00004350
             IF WRK-FS-NOTACRED NOT EQUAL ZEROS                         00004360
                 GO TO 0250-99-FIM                                      00004370
             END-IF.                                                    00004380
             IF NCH-DATA (1:6) NOT EQUAL WRK-MES-APURACAO               00004390
                 GO TO 0250-99-FIM                                      00004400
             END-IF.                                                    00004410
             MOVE '*SEM GERENTE*' TO WRK-GERENTE-PEDIDO.                00004420
             MOVE NCH-CLI-ID TO CLI-ID.                                 00004430
             READ CLIENTE-MASTER                                        00004440
                 INVALID KEY                                            00004450
                     CONTINUE                                           00004460
                 NOT INVALID KEY                                        00004470
                     IF CLI-GERENTE NOT EQUAL SPACES                    00004480
                         MOVE CLI-GERENTE TO WRK-GERENTE-PEDIDO         00004490
                     END-IF                                             00004500
             END-READ.                                                  00004510
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004520
             MOVE ZERO TO WRK-IDX.                                      00004530
             PERFORM 0218-PROCURAR-UM-GERENTE                           00004540
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES                      00004550
                    OR WRK-IDX-ACHADO > ZERO.                           00004560
             IF WRK-IDX-ACHADO > ZERO                                   00004570
                 ADD NCH-BASE-IMPOSTO                                   00004580
                     TO WRK-GER-CREDITO (WRK-IDX-ACHADO)                00004590
             END-IF.                                                    00004600
       0250-99-FIM.            EXIT.                                    00004610
      *---------------------------------------------------              00004620
       0300-FINALIZAR                     SECTION.                      00004630
             PERFORM 0320-DEMONSTRAR-GERENTES.                          00004640
             MOVE WRK-CONT-LIDOS                                        00004650
                 TO WRK-STT-REGISTROS.                                  00004660
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004670
             CLOSE NOTAHIST.                                            00004680
             CLOSE CLIENTE-MASTER.                                      00004690
             CLOSE EMPREGADO-MASTER.                                    00004700
             CLOSE RELCOMIS.                                            00004710
             CLOSE COMISSAO.                                            00004720
             IF WRK-FS-META NOT EQUAL '35'                              00004730
                 CLOSE META-MASTER                                      00004740
             END-IF.                                                    00004750
             IF WRK-FS-NOTACRED NOT EQUAL '35'                          00004760
                 CLOSE NOTACRED-HIST                                    00004770
             END-IF.                                                    00004780
             DISPLAY '------------------'.                              00004790
             DISPLAY '  NOTAS LIDAS.......: ' WRK-CONT-LIDOS.           00004800
             DISPLAY '  NOTAS DO MES......: ' WRK-CONT-FATURADOS.       00004810
             DISPLAY '  GERENTES APURADOS.: ' WRK-QTD-GERENTES.         00004820
             DISPLAY '  LINHAS DE EXCECAO.: ' WRK-CONT-EXCECOES.        00004830
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004840
             PERFORM 9000-TRATA-ERROS.                                  00004850
      *---------------------------------------------------              00004860
       0320-DEMONSTRAR-GERENTES           SECTION.                      00004870
             MOVE ZERO TO WRK-IDX.                                      00004880
             PERFORM 0325-DEMONSTRAR-UM-GERENTE                         00004890
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES.                     00004900
      *---------------------------------------------------              00004910
       0325-DEMONSTRAR-UM-GERENTE         SECTION.                      00004920
      *    CONFERE O GERENTE EM EMPREGADO-MASTER PELA CHAVE             00004930
      *    ALTERNADA - INEXISTENTE OU INATIVO SAI EM LINHA DE           00004940
      *    EXCECAO, SEM COMISSAO; CONFERIDO, APLICA A TAXA DA           00004950
      *    FAIXA, IMPRIME O DEMONSTRATIVO E GRAVA O RESUMO PARA         00004960
      *    A FOLHA DE PAGAMENTO                                         00004970
      *---------------------------------------------------              00004980
             ADD 1 TO WRK-IDX.                                          00004990
             MOVE WRK-GER-NOME (WRK-IDX) TO EMP-NOME-CURTO.             00005000
             READ EMPREGADO-MASTER KEY IS EMP-NOME-CURTO                00005010
                 INVALID KEY                                            00005020
                     MOVE 'GERENTE NAO CADASTRADO'                      00005030
                         TO WRK-EXC-MOTIVO                              00005040
                     PERFORM 0327-IMPRIMIR-EXCECAO                      00005050
                 NOT INVALID KEY                                        00005060
                     IF EMP-INATIVO                                     00005070
                         MOVE 'GERENTE INATIVO'                         00005080
                             TO WRK-EXC-MOTIVO                          00005090
                         PERFORM 0327-IMPRIMIR-EXCECAO                  00005100
                     ELSE                                               00005110
                         PERFORM 0326-APURAR-COMISSAO                   00005120
                     END-IF                                             00005130
             END-READ.                                                  00005140
      *---------------------------------------------------              00005150
       0326-APURAR-COMISSAO               SECTION.                      00005160
             MOVE ZERO TO WRK-IDX-FAIXA.                                00005170
             MOVE ZEROS TO WRK-PCT-APLICADO.                            00005180
             PERFORM 0328-PROCURAR-FAIXA                                00005190
                 UNTIL WRK-PCT-APLICADO > ZEROS.                        00005200
             IF WRK-FS-META NOT EQUAL '35'                              00005210
                 PERFORM 0329-APLICAR-ACELERADOR                        00005220
             END-IF.                                                    00005230
             COMPUTE WRK-VALOR-COMISSAO ROUNDED =                       00005240
                 WRK-GER-VALOR (WRK-IDX) * WRK-PCT-APLICADO             00005250
                 / 100.                                                 00005260
             MOVE WRK-GER-NOME (WRK-IDX)      TO WRK-DET-NOME.          00005270
             MOVE EMP-ID                      TO WRK-DET-EMP-ID.        00005280
             MOVE WRK-GER-VALOR (WRK-IDX)     TO WRK-DET-FATURADO.      00005290
             MOVE WRK-GER-QTD-NOTAS (WRK-IDX) TO WRK-DET-NOTAS.         00005300
             MOVE WRK-PCT-APLICADO            TO WRK-DET-PCT.           00005310
             MOVE WRK-VALOR-COMISSAO          TO WRK-DET-COMISSAO.      00005320
             WRITE REL-LINHA FROM WRK-DET-GERENTE.                      00005330
             WRITE REL-LINHA FROM WRK-DET-VALORES.                      00005340
             IF WRK-FS-META NOT EQUAL '35'                              00005350
                AND MET-VALOR-META > ZEROS                              00005360
                 WRITE REL-LINHA FROM WRK-DET-META                      00005370
             END-IF.                                                    00005380
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005390
             MOVE WRK-MES-APURACAO            TO COM-ANOMES.            00005400
             MOVE EMP-ID                      TO COM-EMP-ID.            00005410
             MOVE WRK-GER-NOME (WRK-IDX)      TO COM-GERENTE.           00005420
             MOVE WRK-GER-VALOR (WRK-IDX)     TO COM-VALOR-FATURADO.    00005430
             MOVE WRK-PCT-APLICADO            TO COM-PERCENTUAL.        00005440
             MOVE WRK-VALOR-COMISSAO          TO COM-VALOR-COMISSAO.    00005450
             WRITE CPCOM01-REGISTRO.                                    00005460
      *---------------------------------------------------              00005470
       0327-IMPRIMIR-EXCECAO              SECTION.                      00005480
             ADD 1 TO WRK-CONT-EXCECOES.                                00005490
             MOVE WRK-GER-NOME (WRK-IDX)  TO WRK-EXC-NOME.              00005500
             MOVE WRK-GER-VALOR (WRK-IDX) TO WRK-EXC-FATURADO.          00005510
             WRITE REL-LINHA FROM WRK-DET-EXCECAO.                      00005520
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005530
      *---------------------------------------------------              00005540
       0328-PROCURAR-FAIXA                SECTION.                      00005550
      *    A ULTIMA FAIXA E SEM TETO, POR ISSO A PROCURA SEMPRE         00005560
      *    TERMINA COM UMA TAXA APLICADA                                00005570
      *---------------------------------------------------              00005580
             ADD 1 TO WRK-IDX-FAIXA.                                    00005590
             IF WRK-GER-VALOR (WRK-IDX)                                 00005600
                    NOT > WRK-FAIXA-TETO (WRK-IDX-FAIXA)                00005610
                 MOVE WRK-FAIXA-PCT (WRK-IDX-FAIXA)                     00005620
                     TO WRK-PCT-APLICADO                                00005630
             END-IF.                                                    00005640
      *---------------------------------------------------              00005650
       0329-APLICAR-ACELERADOR            SECTION.                      00005660
      *    PROCURA A META TOTAL DO GERENTE NO MES (CATEGORIA EM         00005670
      *    BRANCO). FATURADO LIQUIDO DAS NOTAS DE CREDITO ACIMA         00005680
      *    DA META SOMA O ACELERADOR A TAXA DA FAIXA; SEM META          00005690
      *    ATIVA, FICA SO A FAIXA                                       00005700
      *---------------------------------------------------              00005710
             MOVE WRK-MES-APURACAO TO MET-ANOMES.                       00005720
             MOVE EMP-ID           TO MET-EMP-ID.                       00005730
             MOVE SPACES           TO MET-CATEGORIA.                    00005740
             READ META-MASTER                                           00005750
                 INVALID KEY                                            00005760
                     MOVE ZEROS TO MET-VALOR-META                       00005770
             END-READ.                                                  00005780
             IF WRK-FS-META NOT EQUAL ZEROS                             00005790
                OR MET-INATIVA                                          00005800
                 MOVE ZEROS TO MET-VALOR-META                           00005810
                 GO TO 0329-99-FIM                                      00005820
             END-IF.                                                    00005830
             COMPUTE WRK-VALOR-LIQUIDO =                                00005840
                 WRK-GER-VALOR (WRK-IDX) - WRK-GER-CREDITO (WRK-IDX).   00005850
             COMPUTE WRK-PCT-ATINGIDO ROUNDED =                         00005860
                 WRK-VALOR-LIQUIDO * 100 / MET-VALOR-META               00005870
                 ON SIZE ERROR                                          00005880
                     MOVE 9999.99 TO WRK-PCT-ATINGIDO                   00005890
             END-COMPUTE.                                               00005900
             MOVE MET-VALOR-META    TO WRK-DET-META-VALOR.              00005910
             MOVE WRK-VALOR-LIQUIDO TO WRK-DET-LIQUIDO.                 00005920
             MOVE WRK-PCT-ATINGIDO  TO WRK-DET-ATINGIDO.                00005930
             MOVE ZEROS             TO WRK-DET-ACELERADOR.              00005940
             IF WRK-VALOR-LIQUIDO > MET-VALOR-META                      00005950
                 ADD MET-PCT-ACELERADOR TO WRK-PCT-APLICADO             00005960
                 MOVE MET-PCT-ACELERADOR TO WRK-DET-ACELERADOR          00005970
             END-IF.                                                    00005980
       0329-99-FIM.            EXIT.                                    00005990
      *---------------------------------------------------              00006000
       9000-TRATA-ERROS                   SECTION.                      00006010
      *---------------------------------------------------              00006020
             PERFORM 9050-GRAVAR-ERRLOG.                                00006030
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006040
             STOP RUN.                                                  00006050
      *--------------------------------------------------------------   00006060
       9000-99-FIM.            EXIT.                                    00006070
      *--------------------------------------------------------------   00006080
