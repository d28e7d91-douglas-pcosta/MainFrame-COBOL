      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB26.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: AGENDADOR DIARIO DA CONTAGEM CICLICA. A           00000120
      *               CLASSE ABC DA FR05CB37 (MASTER CPCIC01) DA        00000130
      *               A FREQUENCIA: A CONTADO TODO MES, B A CADA        00000140
      *               TRES MESES E C UMA VEZ POR ANO. CADA CLASSE       00000150
      *               E DIVIDIDA PELOS DIAS UTEIS DO SEU CICLO NO       00000160
      *               CALENDARIO (CPCAL01) E O DIA RECEBE A COTA        00000170
      *               DE CADA CLASSE, PELOS ITENS DE VENCIMENTO         00000180
      *               MAIS ANTIGO (SORT POR CLASSE E VENCIMENTO).       00000190
      *               OS ITENS DO DIA SAEM NA FOLHA DE CONTAGEM         00000200
      *               EM ORDEM DE PRDM-LOCALIZACAO (SEGUNDO SORT)       00000210
      *               E FICAM PROGRAMADOS NO MASTER; O RESULTADO        00000220
      *               VOLTA PELO CARTAO DO INVENTARIO FR05CB69 EM       00000230
      *               MODO CICLICO, QUE SO CONGELA OS ITENS             00000240
      *               PROGRAMADOS E GRAVA A DATA DA CONTAGEM. O         00000250
      *               RELATORIO DE ATRASO LISTA OS ITENS VENCIDOS       00000260
      *               E OS PROGRAMADOS QUE NAO TIVERAM RETORNO          00000270
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
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE  IS SEQUENTIAL                              00000420
                RECORD KEY   IS PRDM-CODIGO                             00000430
                FILE STATUS  IS WRK-FS-PRDM.                            00000440
                                                                        00000450
             SELECT CICLO    ASSIGN TO ARQCIC                           00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS DYNAMIC                                 00000480
                RECORD KEY   IS CIC-CODIGO                              00000490
                FILE STATUS  IS WRK-FS-CICLO.                           00000500
                                                                        00000510
             SELECT FOLHA    ASSIGN TO ARQFOL                           00000520
                FILE STATUS  IS WRK-FS-FOLHA.                           00000530
                                                                        00000540
             SELECT RELCICLO ASSIGN TO ARQRPT                           00000550
                FILE STATUS  IS WRK-FS-RELCICLO.                        00000560
                                                                        00000570
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000580
                                                                        00000590
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS CAL-DATA                                00000630
                FILE STATUS  IS WRK-FS-CALEND.                          00000640
                                                                        00000650
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000660
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000670
                                                                        00000680
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000690
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000700
      *=======================================================*         00000710
       DATA                                      DIVISION.              00000720
      *=======================================================*         00000730
       FILE                                      SECTION.               00000740
       FD PRODUTO-MASTER.                                               00000750
           COPY CPPRDM01.                                               00000760
                                                                        00000770
       FD CICLO.                                                        00000780
           COPY CPCIC01.                                                00000790
                                                                        00000800
       FD FOLHA                                                         00000810
           RECORDING MODE IS F                                          00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
       01 FOL-LINHA                    PIC X(132).                      00000840
                                                                        00000850
       FD RELCICLO                                                      00000860
           RECORDING MODE IS F                                          00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
       01 REL-LINHA                    PIC X(132).                      00000890
                                                                        00000900
       SD ORDENACAO.                                                    00000910
       01 ORD-REGISTRO.                                                 00000920
          05 ORD-IDX-CLASSE        PIC 9(01).                           00000930
          05 ORD-PRIORIDADE        PIC 9(01).                           00000940
             88 ORD-PROGRAMADO-HOJE       VALUE 0.                      00000950
             88 ORD-LIVRE                 VALUE 1.                      00000960
             88 ORD-SEM-RETORNO           VALUE 2.                      00000970
          05 ORD-DATA-VENCE        PIC 9(08).                           00000980
          05 ORD-CODIGO            PIC 9(08).                           00000990
          05 ORD-LOCALIZACAO       PIC X(06).                           00001000
          05 ORD-DESCRICAO         PIC X(25).                           00001010
          05 ORD-DATA-ULTIMA       PIC 9(08).                           00001020
          05 ORD-DATA-PROGRAMADA   PIC 9(08).                           00001030
       01 ORD-REGISTRO-FOLHA.                                           00001040
          05 ORF-LOCALIZACAO       PIC X(06).                           00001050
          05 ORF-CODIGO            PIC 9(08).                           00001060
          05 ORF-DESCRICAO         PIC X(25).                           00001070
          05 ORF-CLASSE            PIC X(01).                           00001080
          05 FILLER                PIC X(25).                           00001090
                                                                        00001100
       FD CALENDARIO.                                                   00001110
           COPY CPCAL01.                                                00001120
                                                                        00001130
       FD ERRLOG.                                                       00001140
           COPY CPERRL01.                                               00001150
                                                                        00001160
       FD ESTATIS                                                       00001170
           RECORDING MODE IS F                                          00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
           COPY CPSTA01.                                                00001200
      *---------------------------------------------------              00001210
       WORKING-STORAGE                           SECTION.               00001220
      *---------------------------------------------------              00001230
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001240
       77 WRK-FS-CICLO        PIC X(02) VALUE SPACES.                   00001250
       77 WRK-FS-FOLHA        PIC X(02) VALUE SPACES.                   00001260
       77 WRK-FS-RELCICLO     PIC X(02) VALUE SPACES.                   00001270
       77 WRK-FS-ORDENACAO    PIC X(02) VALUE SPACES.                   00001280
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001290
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001300
       77 WRK-CONT-ATIVOS     PIC 9(09) COMP VALUE ZERO.                00001310
       77 WRK-CONT-ATRASO     PIC 9(09) COMP VALUE ZERO.                00001320
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.                     00001330
       77 WRK-DATA-ULT-CAL    PIC 9(08) VALUE ZERO.                     00001340
       77 WRK-MESES-SOMAR     PIC 9(02) VALUE ZERO.                     00001350
       77 WRK-MESES-TOTAL     PIC 9(07) COMP VALUE ZERO.                00001360
       77 WRK-IDX-CLS         PIC 9(01) COMP VALUE ZERO.                00001370
       77 WRK-CLASSE-PRODUTO  PIC X(01) VALUE SPACE.                    00001380
       01 WRK-SW-CICLO.                                                 00001390
          05 WRK-SW-CICLO-IND      PIC X(01) VALUE 'N'.                 00001400
             88 WRK-CICLO-ACHADO          VALUE 'S'.                    00001410
             88 WRK-CICLO-AUSENTE         VALUE 'N'.                    00001420
       01 WRK-SW-SELECAO.                                               00001430
          05 WRK-SW-SELECAO-IND    PIC X(01) VALUE 'N'.                 00001440
             88 WRK-ITEM-SELECIONADO      VALUE 'S'.                    00001450
             88 WRK-ITEM-NAO-SELECIONADO  VALUE 'N'.                    00001460
       01 WRK-DATA-DECOMPOSTA.                                          00001470
          05 WRK-DEC-ANO         PIC 9(04).                             00001480
          05 WRK-DEC-MES         PIC 9(02).                             00001490
          05 WRK-DEC-DIA         PIC 9(02).                             00001500
       01 WRK-DATA-DECOMPOSTA-N REDEFINES WRK-DATA-DECOMPOSTA           00001510
                                 PIC 9(08).                             00001520
      *---------------------------------------------------              00001530
      *    CICLO DE CADA CLASSE EM MESES (A=1, B=3, C=12) E, POR        00001540
      *    CLASSE, O FIM DO CICLO A PARTIR DA DATA DE NEGOCIO, OS       00001550
      *    DIAS UTEIS NELE, OS ITENS ATIVOS, A COTA DO DIA, OS          00001560
      *    PROGRAMADOS E OS ITENS EM ATRASO. SEM CALENDARIO ATE O       00001570
      *    FIM DO CICLO VALEM OS DIAS UTEIS PADRAO (21 POR MES)         00001580
      *---------------------------------------------------              00001590
       01 WRK-CLASSES-INIC.                                             00001600
          05 FILLER              PIC X(07) VALUE 'A010021'.             00001610
          05 FILLER              PIC X(07) VALUE 'B030063'.             00001620
          05 FILLER              PIC X(07) VALUE 'C120252'.             00001630
       01 WRK-CLASSES-DEF REDEFINES WRK-CLASSES-INIC.                   00001640
          05 WRK-CLS-DEF OCCURS 3 TIMES.                                00001650
             10 WRK-CLS-LETRA         PIC X(01).                        00001660
             10 WRK-CLS-MESES         PIC 9(02).                        00001670
             10 WRK-CLS-DIAS-PADRAO   PIC 9(04).                        00001680
       01 WRK-CONTADORES-CLASSE.                                        00001690
          05 WRK-CLS-CONT OCCURS 3 TIMES.                               00001700
             10 WRK-CLS-DATA-FIM      PIC 9(08).                        00001710
             10 WRK-CLS-DIAS-UTEIS    PIC 9(05) COMP.                   00001720
             10 WRK-CLS-QTD-ITENS     PIC 9(07) COMP.                   00001730
             10 WRK-CLS-COTA          PIC 9(07) COMP.                   00001740
             10 WRK-CLS-SELECIONADOS  PIC 9(07) COMP.                   00001750
             10 WRK-CLS-ATRASADOS     PIC 9(07) COMP.                   00001760
      *---------------------------------------------------              00001770
      *    ITENS PROGRAMADOS NO DIA, GUARDADOS PARA O SEGUNDO           00001780
      *    SORT (ORDEM DE LOCALIZACAO DA FOLHA DE CONTAGEM)             00001790
      *---------------------------------------------------              00001800
       77 WRK-MAX-SELECAO     PIC 9(04) COMP VALUE 3000.                00001810
       77 WRK-QTD-SELECAO     PIC 9(04) COMP VALUE ZERO.                00001820
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001830
       01 WRK-TABELA-SELECAO.                                           00001840
          05 WRK-ENT-SELECAO OCCURS 3000 TIMES.                         00001850
             10 WRK-SEL-LOCALIZACAO   PIC X(06).                        00001860
             10 WRK-SEL-CODIGO        PIC 9(08).                        00001870
             10 WRK-SEL-DESCRICAO     PIC X(25).                        00001880
             10 WRK-SEL-CLASSE        PIC X(01).                        00001890
      *---------------------------------------------------              00001900
      *    LINHAS DA FOLHA DE CONTAGEM - CONTAGEM CEGA, SEM O           00001910
      *    SALDO DO SISTEMA                                             00001920
      *---------------------------------------------------              00001930
       01 WRK-SEPARA.                                                   00001940
          05 FILLER PIC X(110) VALUE ALL '='.                           00001950
                                                                        00001960
       01 WRK-FOL-CABEC1.                                               00001970
          05 FILLER               PIC X(36) VALUE                       00001980
             'FOLHA DE CONTAGEM CICLICA - DATA: '.                      00001990
          05 WRK-FOL-DATA         PIC 9(08).                            00002000
                                                                        00002010
       01 WRK-FOL-CABEC2.                                               00002020
          05 FILLER               PIC X(50) VALUE                       00002030
             'TRANSCREVER NO CARTAO DO INVENTARIO (FR05CB69):  '.       00002040
          05 FILLER               PIC X(60) VALUE                       00002050
             'CODIGO 01-08, QTD CONTADA 09-15, APROVACAO (S/N) 16'.     00002060
                                                                        00002070
       01 WRK-FOL-CABEC3.                                               00002080
          05 FILLER PIC X(08) VALUE 'LOCAL'.                            00002090
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00002100
          05 FILLER PIC X(27) VALUE 'DESCRICAO'.                        00002110
          05 FILLER PIC X(08) VALUE 'CLASSE'.                           00002120
          05 FILLER PIC X(16) VALUE 'QTD CONTADA'.                      00002130
          05 FILLER PIC X(20) VALUE 'CONTADO POR'.                      00002140
                                                                        00002150
       01 WRK-FOL-DETALHE.                                              00002160
          05 WRK-FDT-LOCALIZACAO  PIC X(06).                            00002170
          05 FILLER               PIC X(02) VALUE SPACES.               00002180
          05 WRK-FDT-CODIGO       PIC 9(08).                            00002190
          05 FILLER               PIC X(02) VALUE SPACES.               00002200
          05 WRK-FDT-DESCRICAO    PIC X(25).                            00002210
          05 FILLER               PIC X(04) VALUE SPACES.               00002220
          05 WRK-FDT-CLASSE       PIC X(01).                            00002230
          05 FILLER               PIC X(05) VALUE SPACES.               00002240
          05 FILLER               PIC X(16) VALUE '____________'.       00002250
          05 FILLER               PIC X(20) VALUE                       00002260
             '________________'.                                        00002270
                                                                        00002280
       01 WRK-FOL-RODAPE.                                               00002290
          05 FILLER PIC X(31) VALUE                                     00002300
             'TOTAL DE ITENS A CONTAR.......:'.                         00002310
          05 FILLER PIC X(01) VALUE SPACES.                             00002320
          05 WRK-FRD-TOTAL        PIC Z(8)9.                            00002330
      *---------------------------------------------------              00002340
      *    LINHAS DO RELATORIO DE ATRASO                                00002350
      *---------------------------------------------------              00002360
       01 WRK-CABEC1.                                                   00002370
          05 FILLER               PIC X(44) VALUE                       00002380
             'CONTAGEM CICLICA - ITENS EM ATRASO - DATA: '.             00002390
          05 WRK-REL-DATA         PIC 9(08).                            00002400
                                                                        00002410
       01 WRK-CABEC2.                                                   00002420
          05 FILLER PIC X(08) VALUE 'CLASSE'.                           00002430
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00002440
          05 FILLER PIC X(27) VALUE 'DESCRICAO'.                        00002450
          05 FILLER PIC X(08) VALUE 'LOCAL'.                            00002460
          05 FILLER PIC X(11) VALUE 'ULT CONTAG'.                       00002470
          05 FILLER PIC X(11) VALUE 'VENCIMENTO'.                       00002480
          05 FILLER PIC X(11) VALUE 'PROGRAMADO'.                       00002490
          05 FILLER PIC X(24) VALUE 'SITUACAO'.                         00002500
                                                                        00002510
       01 WRK-DETALHE.                                                  00002520
          05 FILLER               PIC X(02) VALUE SPACES.               00002530
          05 WRK-DET-CLASSE       PIC X(01).                            00002540
          05 FILLER               PIC X(05) VALUE SPACES.               00002550
          05 WRK-DET-CODIGO       PIC 9(08).                            00002560
          05 FILLER               PIC X(02) VALUE SPACES.               00002570
          05 WRK-DET-DESCRICAO    PIC X(25).                            00002580
          05 FILLER               PIC X(02) VALUE SPACES.               00002590
          05 WRK-DET-LOCALIZACAO  PIC X(06).                            00002600
          05 FILLER               PIC X(02) VALUE SPACES.               00002610
          05 WRK-DET-ULTIMA       PIC X(08).                            00002620
          05 FILLER               PIC X(03) VALUE SPACES.               00002630
          05 WRK-DET-VENCIMENTO   PIC 9(08).                            00002640
          05 FILLER               PIC X(03) VALUE SPACES.               00002650
          05 WRK-DET-PROGRAMADO   PIC X(08).                            00002660
          05 FILLER               PIC X(03) VALUE SPACES.               00002670
          05 WRK-DET-SITUACAO     PIC X(24).                            00002680
                                                                        00002690
       01 WRK-CABEC-CLASSES.                                            00002700
          05 FILLER PIC X(08) VALUE 'CLASSE'.                           00002710
          05 FILLER PIC X(12) VALUE '  ITENS'.                          00002720
          05 FILLER PIC X(12) VALUE 'DIAS UTEIS'.                       00002730
          05 FILLER PIC X(12) VALUE 'COTA DIA'.                         00002740
          05 FILLER PIC X(12) VALUE 'PROGRAMADOS'.                      00002750
          05 FILLER PIC X(12) VALUE 'EM ATRASO'.                        00002760
                                                                        00002770
       01 WRK-LINHA-CLASSE.                                             00002780
          05 FILLER               PIC X(02) VALUE SPACES.               00002790
          05 WRK-LCL-CLASSE       PIC X(01).                            00002800
          05 FILLER               PIC X(03) VALUE SPACES.               00002810
          05 WRK-LCL-ITENS        PIC Z(6)9.                            00002820
          05 FILLER               PIC X(05) VALUE SPACES.               00002830
          05 WRK-LCL-DIAS         PIC Z(6)9.                            00002840
          05 FILLER               PIC X(05) VALUE SPACES.               00002850
          05 WRK-LCL-COTA         PIC Z(6)9.                            00002860
          05 FILLER               PIC X(05) VALUE SPACES.               00002870
          05 WRK-LCL-PROGRAMADOS  PIC Z(6)9.                            00002880
          05 FILLER               PIC X(05) VALUE SPACES.               00002890
          05 WRK-LCL-ATRASADOS    PIC Z(6)9.                            00002900
       COPY CPCAB01.                                                    00002910
       COPY CPERR01.                                                    00002920
       COPY CPDTA01.                                                    00002930
       COPY CPSTT01.                                                    00002940
      *=========================================*                       00002950
       PROCEDURE DIVISION.                                              00002960
      *=========================================*                       00002970
                                                                        00002980
      *---------------------------------------------------              00002990
       0000-PRINCIPAL                     SECTION.                      00003000
      *---------------------------------------------------              00003010
             PERFORM 0100-INICIAR.                                      00003020
             SORT ORDENACAO                                             00003030
                 ON ASCENDING KEY ORD-IDX-CLASSE                        00003040
                                  ORD-PRIORIDADE                        00003050
                                  ORD-DATA-VENCE                        00003060
                                  ORD-CODIGO                            00003070
                 INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                 00003080
                 OUTPUT PROCEDURE IS 0500-PROGRAMAR.                    00003090
             SORT ORDENACAO                                             00003100
                 ON ASCENDING KEY ORF-LOCALIZACAO                       00003110
                                  ORF-CODIGO                            00003120
                 INPUT PROCEDURE IS 0600-LIBERAR-SELECAO                00003130
                 OUTPUT PROCEDURE IS 0700-IMPRIMIR-FOLHA.               00003140
             PERFORM 0300-FINALIZAR.                                    00003150
      *---------------------------------------------------              00003160
       0000-99-FIM.            EXIT.                                    00003170
      *---------------------------------------------------              00003180
                                                                        00003190
       0100-INICIAR                       SECTION.                      00003200
             MOVE 'FR06CB26' TO WRK-CAB-PROGRAMA.                       00003210
             PERFORM 0101-CABECALHO-PADRAO.                             00003220
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003230
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003240
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003250
             OPEN INPUT PRODUTO-MASTER.                                 00003260
             PERFORM 0115-ABRIR-CICLO.                                  00003270
             OPEN OUTPUT FOLHA.                                         00003280
             OPEN OUTPUT RELCICLO.                                      00003290
             PERFORM 0110-TESTAR-STATUS.                                00003300
             MOVE ZERO TO WRK-IDX-CLS.                                  00003310
             PERFORM 0120-PREPARAR-UMA-CLASSE                           00003320
                 UNTIL WRK-IDX-CLS >= 3.                                00003330
             PERFORM 0140-CONTAR-DIAS-UTEIS.                            00003340
             MOVE WRK-DATA-NEGOCIO TO WRK-FOL-DATA.                     00003350
             MOVE WRK-DATA-NEGOCIO TO WRK-REL-DATA.                     00003360
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003370
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003380
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003390
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003400
      *---------------------------------------------------              00003410
       0100-99-FIM.            EXIT.                                    00003420
      *---------------------------------------------------              00003430
           COPY CPCAB02.                                                00003440
           COPY CPERR02.                                                00003450
           COPY CPDTA02.                                                00003460
           COPY CPSTT02.                                                00003470
      *---------------------------------------------------              00003480
       0110-TESTAR-STATUS                 SECTION.                      00003490
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003500
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003510
                 PERFORM 9000-TRATA-ERROS                               00003520
             END-IF.                                                    00003530
             IF WRK-FS-CICLO NOT EQUAL ZEROS                            00003540
                 MOVE ' ERRO OPEN MASTER DE CONTAGEM CICLICA '          00003550
                     TO WRK-MSG                                         00003560
                 PERFORM 9000-TRATA-ERROS                               00003570
             END-IF.                                                    00003580
             IF WRK-FS-FOLHA NOT EQUAL ZEROS                            00003590
                 MOVE ' ERRO OPEN FOLHA DE CONTAGEM ' TO WRK-MSG        00003600
                 PERFORM 9000-TRATA-ERROS                               00003610
             END-IF.                                                    00003620
             IF WRK-FS-RELCICLO NOT EQUAL ZEROS                         00003630
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003640
                 PERFORM 9000-TRATA-ERROS                               00003650
             END-IF.                                                    00003660
      *---------------------------------------------------              00003670
       0115-ABRIR-CICLO                   SECTION.                      00003680
      *    ABRE O MASTER DE CONTAGEM CICLICA, CRIANDO-O NA              00003690
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003700
      *---------------------------------------------------              00003710
             OPEN I-O CICLO.                                            00003720
             IF WRK-FS-CICLO EQUAL '35'                                 00003730
                 OPEN OUTPUT CICLO                                      00003740
                 CLOSE CICLO                                            00003750
                 OPEN I-O CICLO                                         00003760
             END-IF.                                                    00003770
      *---------------------------------------------------              00003780
       0120-PREPARAR-UMA-CLASSE           SECTION.                      00003790
      *    ZERA OS CONTADORES DA CLASSE E APURA O FIM DO SEU            00003800
      *    CICLO A PARTIR DA DATA DE NEGOCIO                            00003810
      *---------------------------------------------------              00003820
             ADD 1 TO WRK-IDX-CLS.                                      00003830
             MOVE ZEROS TO WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS).            00003840
             MOVE ZEROS TO WRK-CLS-QTD-ITENS (WRK-IDX-CLS).             00003850
             MOVE ZEROS TO WRK-CLS-COTA (WRK-IDX-CLS).                  00003860
             MOVE ZEROS TO WRK-CLS-SELECIONADOS (WRK-IDX-CLS).          00003870
             MOVE ZEROS TO WRK-CLS-ATRASADOS (WRK-IDX-CLS).             00003880
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA-N.            00003890
             MOVE WRK-CLS-MESES (WRK-IDX-CLS) TO WRK-MESES-SOMAR.       00003900
             PERFORM 0150-SOMAR-MESES.                                  00003910
             MOVE WRK-DATA-DECOMPOSTA-N                                 00003920
                 TO WRK-CLS-DATA-FIM (WRK-IDX-CLS).                     00003930
      *---------------------------------------------------              00003940
       0140-CONTAR-DIAS-UTEIS             SECTION.                      00003950
      *    PERCORRE O CALENDARIO DA DATA DE NEGOCIO ATE O FIM DO        00003960
      *    CICLO MAIS LONGO (CLASSE C), CONTANDO OS DIAS UTEIS QUE      00003970
      *    CAEM DENTRO DO CICLO DE CADA CLASSE. CALENDARIO QUE NAO      00003980
      *    CHEGA AO FIM DE UM CICLO DA LUGAR AO PADRAO DA CLASSE        00003990
      *---------------------------------------------------              00004000
             OPEN INPUT CALENDARIO.                                     00004010
             IF WRK-FS-CALEND EQUAL ZEROS                               00004020
                 MOVE WRK-DATA-NEGOCIO TO CAL-DATA                      00004030
                 START CALENDARIO KEY NOT < CAL-DATA                    00004040
                     INVALID KEY                                        00004050
                         MOVE '10' TO WRK-FS-CALEND                     00004060
                 END-START                                              00004070
                 PERFORM 0145-CONTAR-UM-DIA                             00004080
                     UNTIL WRK-FS-CALEND NOT EQUAL ZEROS                00004090
                 CLOSE CALENDARIO                                       00004100
             END-IF.                                                    00004110
             MOVE ZERO TO WRK-IDX-CLS.                                  00004120
             PERFORM 0147-CONFERIR-DIAS-CLASSE                          00004130
                 UNTIL WRK-IDX-CLS >= 3.                                00004140
      *---------------------------------------------------              00004150
       0145-CONTAR-UM-DIA                 SECTION.                      00004160
             READ CALENDARIO NEXT RECORD.                               00004170
             IF WRK-FS-CALEND NOT EQUAL ZEROS                           00004180
                 GO TO 0145-99-FIM                                      00004190
             END-IF.                                                    00004200
             IF CAL-DATA NOT < WRK-CLS-DATA-FIM (3)                     00004210
                 MOVE '10' TO WRK-FS-CALEND                             00004220
                 GO TO 0145-99-FIM                                      00004230
             END-IF.                                                    00004240
             MOVE CAL-DATA TO WRK-DATA-ULT-CAL.                         00004250
             IF CAL-DIA-UTIL                                            00004260
                 MOVE ZERO TO WRK-IDX-CLS                               00004270
                 PERFORM 0146-CONTAR-NA-CLASSE                          00004280
                     UNTIL WRK-IDX-CLS >= 3                             00004290
             END-IF.                                                    00004300
       0145-99-FIM.            EXIT.                                    00004310
      *---------------------------------------------------              00004320
       0146-CONTAR-NA-CLASSE              SECTION.                      00004330
             ADD 1 TO WRK-IDX-CLS.                                      00004340
             IF CAL-DATA < WRK-CLS-DATA-FIM (WRK-IDX-CLS)               00004350
                 ADD 1 TO WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS)              00004360
             END-IF.                                                    00004370
      *---------------------------------------------------              00004380
       0147-CONFERIR-DIAS-CLASSE          SECTION.                      00004390
      *    O CALENDARIO PRECISA COBRIR O CICLO ATE A VESPERA DO         00004400
      *    FIM - SENAO A CLASSE USA OS DIAS UTEIS PADRAO                00004410
      *---------------------------------------------------              00004420
             ADD 1 TO WRK-IDX-CLS.                                      00004430
             MOVE WRK-CLS-DATA-FIM (WRK-IDX-CLS)                        00004440
                 TO WRK-DATA-DECOMPOSTA-N.                              00004450
             IF WRK-DEC-DIA > 1                                         00004460
                 SUBTRACT 1 FROM WRK-DEC-DIA                            00004470
             END-IF.                                                    00004480
             IF WRK-DATA-ULT-CAL < WRK-DATA-DECOMPOSTA-N                00004490
                OR WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS) EQUAL ZERO          00004500
                 DISPLAY ' AVISO: CALENDARIO NAO COBRE O CICLO DA '     00004510
                         'CLASSE ' WRK-CLS-LETRA (WRK-IDX-CLS)          00004520
                         ' - DIAS UTEIS PADRAO'                         00004530
                 MOVE WRK-CLS-DIAS-PADRAO (WRK-IDX-CLS)                 00004540
                     TO WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS)                00004550
             END-IF.                                                    00004560
      *---------------------------------------------------              00004570
       0150-SOMAR-MESES                   SECTION.                      00004580
      *    SOMA WRK-MESES-SOMAR MESES A DATA DECOMPOSTA, MANTENDO       00004590
      *    O DIA - A DATA SERVE SO DE LIMITE DE COMPARACAO              00004600
      *---------------------------------------------------              00004610
             COMPUTE WRK-MESES-TOTAL =                                  00004620
                 WRK-DEC-ANO * 12 + WRK-DEC-MES - 1                     00004630
                 + WRK-MESES-SOMAR.                                     00004640
             DIVIDE WRK-MESES-TOTAL BY 12                               00004650
                 GIVING WRK-DEC-ANO                                     00004660
                 REMAINDER WRK-DEC-MES.                                 00004670
             ADD 1 TO WRK-DEC-MES.                                      00004680
      *---------------------------------------------------              00004690
       0300-FINALIZAR                     SECTION.                      00004700
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004710
             WRITE REL-LINHA FROM WRK-CABEC-CLASSES.                    00004720
             MOVE ZERO TO WRK-IDX-CLS.                                  00004730
             PERFORM 0310-IMPRIMIR-UMA-CLASSE                           00004740
                 UNTIL WRK-IDX-CLS >= 3.                                00004750
             MOVE WRK-CONT-LIDOS                                        00004760
                 TO WRK-STT-REGISTROS.                                  00004770
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004780
             CLOSE PRODUTO-MASTER.                                      00004790
             CLOSE CICLO.                                               00004800
             CLOSE FOLHA.                                               00004810
             CLOSE RELCICLO.                                            00004820
             DISPLAY '------------------'.                              00004830
             DISPLAY '  PRODUTOS LIDOS....: ' WRK-CONT-LIDOS.           00004840
             DISPLAY '  PRODUTOS ATIVOS...: ' WRK-CONT-ATIVOS.          00004850
             DISPLAY '  ITENS PROGRAMADOS.: ' WRK-QTD-SELECAO.          00004860
             DISPLAY '  ITENS EM ATRASO...: ' WRK-CONT-ATRASO.          00004870
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004880
             PERFORM 9000-TRATA-ERROS.                                  00004890
      *---------------------------------------------------              00004900
       0310-IMPRIMIR-UMA-CLASSE           SECTION.                      00004910
             ADD 1 TO WRK-IDX-CLS.                                      00004920
             MOVE WRK-CLS-LETRA (WRK-IDX-CLS)     TO WRK-LCL-CLASSE.    00004930
             MOVE WRK-CLS-QTD-ITENS (WRK-IDX-CLS) TO WRK-LCL-ITENS.     00004940
             MOVE WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS) TO WRK-LCL-DIAS.     00004950
             MOVE WRK-CLS-COTA (WRK-IDX-CLS)      TO WRK-LCL-COTA.      00004960
             MOVE WRK-CLS-SELECIONADOS (WRK-IDX-CLS)                    00004970
                 TO WRK-LCL-PROGRAMADOS.                                00004980
             MOVE WRK-CLS-ATRASADOS (WRK-IDX-CLS)                       00004990
                 TO WRK-LCL-ATRASADOS.                                  00005000
             WRITE REL-LINHA FROM WRK-LINHA-CLASSE.                     00005010
      *---------------------------------------------------              00005020
       0400-ALIMENTAR-SORT                SECTION.                      00005030
      *    PROCEDURE DE ENTRADA DO PRIMEIRO SORT - LIBERA CADA          00005040
      *    PRODUTO ATIVO COM A CLASSE, O VENCIMENTO DA CONTAGEM E       00005050
      *    A PRIORIDADE: 0 JA PROGRAMADO HOJE (REEXECUCAO), 1           00005060
      *    LIVRE, 2 PROGRAMADO ANTES E AINDA SEM RETORNO (NAO           00005070
      *    ENTRA NA COTA, SO NO RELATORIO DE ATRASO)                    00005080
      *---------------------------------------------------              00005090
             PERFORM 0410-LIBERAR-UM-PRODUTO                            00005100
                 UNTIL WRK-FS-PRDM NOT EQUAL ZEROS.                     00005110
      *---------------------------------------------------              00005120
       0410-LIBERAR-UM-PRODUTO            SECTION.                      00005130
             READ PRODUTO-MASTER NEXT RECORD.                           00005140
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005150
                 GO TO 0410-99-FIM                                      00005160
             END-IF.                                                    00005170
             ADD 1 TO WRK-CONT-LIDOS.                                   00005180
             IF NOT PRDM-ATIVO                                          00005190
                 GO TO 0410-99-FIM                                      00005200
             END-IF.                                                    00005210
             ADD 1 TO WRK-CONT-ATIVOS.                                  00005220
             PERFORM 0420-LER-CICLO.                                    00005230
             ADD 1 TO WRK-CLS-QTD-ITENS (WRK-IDX-CLS).                  00005240
             MOVE WRK-IDX-CLS           TO ORD-IDX-CLASSE.              00005250
             MOVE PRDM-CODIGO           TO ORD-CODIGO.                  00005260
             MOVE PRDM-LOCALIZACAO      TO ORD-LOCALIZACAO.             00005270
             MOVE PRDM-DESCRICAO        TO ORD-DESCRICAO.               00005280
             MOVE CIC-DATA-ULT-CONTAGEM TO ORD-DATA-ULTIMA.             00005290
             MOVE CIC-DATA-PROGRAMADA   TO ORD-DATA-PROGRAMADA.         00005300
             EVALUATE TRUE                                              00005310
                 WHEN CIC-DATA-PROGRAMADA NOT > CIC-DATA-ULT-CONTAGEM   00005320
                     SET ORD-LIVRE TO TRUE                              00005330
                 WHEN CIC-DATA-PROGRAMADA EQUAL WRK-DATA-NEGOCIO        00005340
                     SET ORD-PROGRAMADO-HOJE TO TRUE                    00005350
                 WHEN OTHER                                             00005360
                     SET ORD-SEM-RETORNO TO TRUE                        00005370
             END-EVALUATE.                                              00005380
             PERFORM 0430-APURAR-VENCIMENTO.                            00005390
             RELEASE ORD-REGISTRO.                                      00005400
       0410-99-FIM.            EXIT.                                    00005410
      *---------------------------------------------------              00005420
       0420-LER-CICLO                     SECTION.                      00005430
      *    PRODUTO SEM REGISTRO NO MASTER DE CONTAGEM CICLICA           00005440
      *    (AINDA NAO CLASSIFICADO) ENTRA COMO CLASSE C, NUNCA          00005450
      *    CONTADO E SEM PROGRAMACAO                                    00005460
      *---------------------------------------------------              00005470
             MOVE PRDM-CODIGO TO CIC-CODIGO.                            00005480
             READ CICLO                                                 00005490
                 INVALID KEY                                            00005500
                     SET WRK-CICLO-AUSENTE TO TRUE                      00005510
                     MOVE SPACE TO CIC-CLASSE-ABC                       00005520
                     MOVE ZEROS TO CIC-DATA-CLASSE                      00005530
                     MOVE ZEROS TO CIC-DATA-ULT-CONTAGEM                00005540
                     MOVE ZEROS TO CIC-DATA-PROGRAMADA                  00005550
                 NOT INVALID KEY                                        00005560
                     SET WRK-CICLO-ACHADO TO TRUE                       00005570
             END-READ.                                                  00005580
             EVALUATE TRUE                                              00005590
                 WHEN CIC-CLASSE-A                                      00005600
                     MOVE 1 TO WRK-IDX-CLS                              00005610
                 WHEN CIC-CLASSE-B                                      00005620
                     MOVE 2 TO WRK-IDX-CLS                              00005630
                 WHEN OTHER                                             00005640
                     MOVE 3 TO WRK-IDX-CLS                              00005650
             END-EVALUATE.                                              00005660
      *---------------------------------------------------              00005670
       0430-APURAR-VENCIMENTO             SECTION.                      00005680
      *    VENCIMENTO = ULTIMA CONTAGEM MAIS O CICLO DA CLASSE.         00005690
      *    ITEM NUNCA CONTADO VENCE UM CICLO DEPOIS DA SUA              00005700
      *    CLASSIFICACAO (OU DA DATA DE NEGOCIO, SEM CLASSE)            00005710
      *---------------------------------------------------              00005720
             EVALUATE TRUE                                              00005730
                 WHEN CIC-DATA-ULT-CONTAGEM > ZERO                      00005740
                     MOVE CIC-DATA-ULT-CONTAGEM TO WRK-DATA-REFERENCIA  00005750
                 WHEN CIC-DATA-CLASSE > ZERO                            00005760
                     MOVE CIC-DATA-CLASSE       TO WRK-DATA-REFERENCIA  00005770
                 WHEN OTHER                                             00005780
                     MOVE WRK-DATA-NEGOCIO      TO WRK-DATA-REFERENCIA  00005790
             END-EVALUATE.                                              00005800
             MOVE WRK-DATA-REFERENCIA TO WRK-DATA-DECOMPOSTA-N.         00005810
             MOVE WRK-CLS-MESES (WRK-IDX-CLS) TO WRK-MESES-SOMAR.       00005820
             PERFORM 0150-SOMAR-MESES.                                  00005830
             MOVE WRK-DATA-DECOMPOSTA-N TO ORD-DATA-VENCE.              00005840
      *---------------------------------------------------              00005850
       0500-PROGRAMAR                     SECTION.                      00005860
      *    PROCEDURE DE SAIDA DO PRIMEIRO SORT - COM OS ITENS DE        00005870
      *    CADA CLASSE JA CONTADOS, FIXA A COTA DO DIA (ITENS           00005880
      *    DIVIDIDOS PELOS DIAS UTEIS DO CICLO, ARREDONDADO PARA        00005890
      *    CIMA) E PROGRAMA OS ITENS DE VENCIMENTO MAIS ANTIGO          00005900
      *---------------------------------------------------              00005910
             MOVE ZERO TO WRK-IDX-CLS.                                  00005920
             PERFORM 0505-FIXAR-COTA                                    00005930
                 UNTIL WRK-IDX-CLS >= 3.                                00005940
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00005950
             PERFORM 0510-PROGRAMAR-UM                                  00005960
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00005970
      *---------------------------------------------------              00005980
       0505-FIXAR-COTA                    SECTION.                      00005990
             ADD 1 TO WRK-IDX-CLS.                                      00006000
             COMPUTE WRK-CLS-COTA (WRK-IDX-CLS) =                       00006010
                 (WRK-CLS-QTD-ITENS (WRK-IDX-CLS)                       00006020
                  + WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS) - 1)               00006030
                 / WRK-CLS-DIAS-UTEIS (WRK-IDX-CLS).                    00006040
      *---------------------------------------------------              00006050
       0510-PROGRAMAR-UM                  SECTION.                      00006060
             RETURN ORDENACAO                                           00006070
                 AT END                                                 00006080
                     MOVE '99' TO WRK-FS-ORDENACAO                      00006090
                     GO TO 0510-99-FIM                                  00006100
             END-RETURN.                                                00006110
             MOVE ORD-IDX-CLASSE TO WRK-IDX-CLS.                        00006120
             SET WRK-ITEM-NAO-SELECIONADO TO TRUE.                      00006130
             IF NOT ORD-SEM-RETORNO                                     00006140
                AND WRK-CLS-SELECIONADOS (WRK-IDX-CLS)                  00006150
                    < WRK-CLS-COTA (WRK-IDX-CLS)                        00006160
                 PERFORM 0520-SELECIONAR-ITEM                           00006170
             END-IF.                                                    00006180
             IF ORD-DATA-VENCE < WRK-DATA-NEGOCIO                       00006190
                OR ORD-SEM-RETORNO                                      00006200
                 PERFORM 0540-LISTAR-ATRASO                             00006210
             END-IF.                                                    00006220
       0510-99-FIM.            EXIT.                                    00006230
      *---------------------------------------------------              00006240
       0520-SELECIONAR-ITEM               SECTION.                      00006250
      *    GUARDA O ITEM PARA A FOLHA E GRAVA A PROGRAMACAO NO          00006260
      *    MASTER DE CONTAGEM CICLICA                                   00006270
      *---------------------------------------------------              00006280
             IF WRK-QTD-SELECAO >= WRK-MAX-SELECAO                      00006290
                 MOVE ' ERRO ITENS DO DIA EXCEDEM A TABELA '            00006300
                     TO WRK-MSG                                         00006310
                 PERFORM 9000-TRATA-ERROS                               00006320
             END-IF.                                                    00006330
             SET WRK-ITEM-SELECIONADO TO TRUE.                          00006340
             ADD 1 TO WRK-CLS-SELECIONADOS (WRK-IDX-CLS).               00006350
             ADD 1 TO WRK-QTD-SELECAO.                                  00006360
             MOVE ORD-LOCALIZACAO                                       00006370
                 TO WRK-SEL-LOCALIZACAO (WRK-QTD-SELECAO).              00006380
             MOVE ORD-CODIGO                                            00006390
                 TO WRK-SEL-CODIGO (WRK-QTD-SELECAO).                   00006400
             MOVE ORD-DESCRICAO                                         00006410
                 TO WRK-SEL-DESCRICAO (WRK-QTD-SELECAO).                00006420
             MOVE WRK-CLS-LETRA (WRK-IDX-CLS)                           00006430
                 TO WRK-SEL-CLASSE (WRK-QTD-SELECAO).                   00006440
             MOVE ORD-CODIGO TO CIC-CODIGO.                             00006450
             READ CICLO                                                 00006460
                 INVALID KEY                                            00006470
                     MOVE SPACES           TO CPCIC01-REGISTRO          00006480
                     MOVE ORD-CODIGO       TO CIC-CODIGO                00006490
                     MOVE ZEROS TO CIC-DATA-CLASSE                      00006500
                     MOVE ZEROS TO CIC-DATA-ULT-CONTAGEM                00006510
                     MOVE ZEROS TO CIC-QTD-ULT-CONTAGEM                 00006520
                     MOVE ZEROS TO CIC-DIVERG-ULT-CONTAGEM              00006530
                     MOVE WRK-DATA-NEGOCIO TO CIC-DATA-PROGRAMADA       00006540
                     WRITE CPCIC01-REGISTRO                             00006550
                 NOT INVALID KEY                                        00006560
                     MOVE WRK-DATA-NEGOCIO TO CIC-DATA-PROGRAMADA       00006570
                     REWRITE CPCIC01-REGISTRO                           00006580
             END-READ.                                                  00006590
             IF WRK-FS-CICLO NOT EQUAL ZEROS                            00006600
                 MOVE ' ERRO GRAVACAO MASTER DE CONTAGEM CICLICA '      00006610
                     TO WRK-MSG                                         00006620
                 PERFORM 9000-TRATA-ERROS                               00006630
             END-IF.                                                    00006640
      *---------------------------------------------------              00006650
       0540-LISTAR-ATRASO                 SECTION.                      00006660
             ADD 1 TO WRK-CONT-ATRASO.                                  00006670
             ADD 1 TO WRK-CLS-ATRASADOS (WRK-IDX-CLS).                  00006680
             MOVE WRK-CLS-LETRA (WRK-IDX-CLS) TO WRK-DET-CLASSE.        00006690
             MOVE ORD-CODIGO          TO WRK-DET-CODIGO.                00006700
             MOVE ORD-DESCRICAO       TO WRK-DET-DESCRICAO.             00006710
             MOVE ORD-LOCALIZACAO     TO WRK-DET-LOCALIZACAO.           00006720
             IF ORD-DATA-ULTIMA EQUAL ZEROS                             00006730
                 MOVE 'NUNCA'         TO WRK-DET-ULTIMA                 00006740
             ELSE                                                       00006750
                 MOVE ORD-DATA-ULTIMA TO WRK-DET-ULTIMA                 00006760
             END-IF.                                                    00006770
             MOVE ORD-DATA-VENCE      TO WRK-DET-VENCIMENTO.            00006780
             IF WRK-ITEM-SELECIONADO OR ORD-SEM-RETORNO                 00006790
                 MOVE ORD-DATA-PROGRAMADA TO WRK-DET-PROGRAMADO         00006800
             ELSE                                                       00006810
                 MOVE SPACES              TO WRK-DET-PROGRAMADO         00006820
             END-IF.                                                    00006830
             IF WRK-ITEM-SELECIONADO                                    00006840
                 MOVE WRK-DATA-NEGOCIO    TO WRK-DET-PROGRAMADO         00006850
             END-IF.                                                    00006860
             EVALUATE TRUE                                              00006870
                 WHEN ORD-SEM-RETORNO                                   00006880
                     MOVE 'PROGRAMADO SEM RETORNO' TO WRK-DET-SITUACAO  00006890
                 WHEN WRK-ITEM-SELECIONADO                              00006900
                     MOVE 'VENCIDO - NA FOLHA HOJE' TO WRK-DET-SITUACAO 00006910
                 WHEN OTHER                                             00006920
                     MOVE 'VENCIDO - ACIMA DA COTA' TO WRK-DET-SITUACAO 00006930
             END-EVALUATE.                                              00006940
             WRITE REL-LINHA FROM WRK-DETALHE.                          00006950
      *---------------------------------------------------              00006960
       0600-LIBERAR-SELECAO               SECTION.                      00006970
      *    PROCEDURE DE ENTRADA DO SEGUNDO SORT - LIBERA OS             00006980
      *    ITENS PROGRAMADOS NO DIA PARA A ORDEM DE LOCALIZACAO         00006990
      *---------------------------------------------------              00007000
             MOVE ZERO TO WRK-IDX.                                      00007010
             PERFORM 0610-LIBERAR-UM-ITEM                               00007020
                 UNTIL WRK-IDX >= WRK-QTD-SELECAO.                      00007030
      *---------------------------------------------------              00007040
       0610-LIBERAR-UM-ITEM               SECTION.                      00007050
             ADD 1 TO WRK-IDX.                                          00007060
             MOVE SPACES TO ORD-REGISTRO-FOLHA.                         00007070
             MOVE WRK-SEL-LOCALIZACAO (WRK-IDX) TO ORF-LOCALIZACAO.     00007080
             MOVE WRK-SEL-CODIGO (WRK-IDX)      TO ORF-CODIGO.          00007090
             MOVE WRK-SEL-DESCRICAO (WRK-IDX)   TO ORF-DESCRICAO.       00007100
             MOVE WRK-SEL-CLASSE (WRK-IDX)      TO ORF-CLASSE.          00007110
             RELEASE ORD-REGISTRO-FOLHA.                                00007120
      *---------------------------------------------------              00007130
       0700-IMPRIMIR-FOLHA                SECTION.                      00007140
      *    PROCEDURE DE SAIDA DO SEGUNDO SORT - IMPRIME A FOLHA         00007150
      *    DE CONTAGEM NA ORDEM DO PERCURSO PELAS PRATELEIRAS           00007160
      *---------------------------------------------------              00007170
             WRITE FOL-LINHA FROM WRK-FOL-CABEC1.                       00007180
             WRITE FOL-LINHA FROM WRK-FOL-CABEC2.                       00007190
             WRITE FOL-LINHA FROM WRK-SEPARA.                           00007200
             WRITE FOL-LINHA FROM WRK-FOL-CABEC3.                       00007210
             WRITE FOL-LINHA FROM WRK-SEPARA.                           00007220
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00007230
             PERFORM 0710-IMPRIMIR-UM-ITEM                              00007240
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00007250
             WRITE FOL-LINHA FROM WRK-SEPARA.                           00007260
             MOVE WRK-QTD-SELECAO TO WRK-FRD-TOTAL.                     00007270
             WRITE FOL-LINHA FROM WRK-FOL-RODAPE.                       00007280
      *---------------------------------------------------              00007290
       0710-IMPRIMIR-UM-ITEM              SECTION.                      00007300
             RETURN ORDENACAO                                           00007310
                 AT END                                                 00007320
                     MOVE '99' TO WRK-FS-ORDENACAO                      00007330
                 NOT AT END                                             00007340
                     MOVE ORF-LOCALIZACAO TO WRK-FDT-LOCALIZACAO        00007350
                     MOVE ORF-CODIGO      TO WRK-FDT-CODIGO             00007360
                     MOVE ORF-DESCRICAO   TO WRK-FDT-DESCRICAO          00007370
                     MOVE ORF-CLASSE      TO WRK-FDT-CLASSE             00007380
                     WRITE FOL-LINHA FROM WRK-FOL-DETALHE               00007390
             END-RETURN.                                                00007400
      *---------------------------------------------------              00007410
       9000-TRATA-ERROS                   SECTION.                      00007420
      *---------------------------------------------------              00007430
             PERFORM 9050-GRAVAR-ERRLOG.                                00007440
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007450
             STOP RUN.                                                  00007460
      *--------------------------------------------------------------   00007470
       9000-99-FIM.            EXIT.                                    00007480
      *--------------------------------------------------------------   00007490
