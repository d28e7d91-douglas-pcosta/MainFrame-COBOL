      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB23.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SEGMENTACAO PERIODICA DOS CLIENTES ATIVOS         00000120
      *               POR RECENCIA, FREQUENCIA E VALOR. AS LINHAS       00000130
      *               DO HISTORICO DE NOTAS (CPNFH01, SEM AS            00000140
      *               CANCELADAS) SAO ORDENADAS POR CLIENTE (SORT)      00000150
      *               E CASADAS COM CLIENTE-MASTER. PARA CADA           00000160
      *               CLIENTE APURA A DATA DA PRIMEIRA E DA ULTIMA      00000170
      *               COMPRA, OS DIAS DESDE A ULTIMA (CALENDARIO        00000180
      *               COMERCIAL, COMO NO AGING FR05CB53), AS NOTAS      00000190
      *               DOS ULTIMOS 12 MESES E O VALOR DOS ULTIMOS        00000200
      *               12 MESES NO HISTORICO DE VENDAS POR CLIENTE       00000210
      *               (CPVDH01, TIPO 'L'). CADA EIXO RECEBE NOTA        00000220
      *               DE 1 A 5 E O CLIENTE UM SEGMENTO: CAMPEAO,        00000230
      *               FIEL, EM RISCO, PERDIDO, NOVO OU SEM COMPRA.      00000240
      *               GRAVA O ARQUIVO DE SEGMENTOS (CPSEG01), LIDO      00000250
      *               PELA EXTRACAO DO CRM (FR05CB16), E IMPRIME A      00000260
      *               CONTAGEM DE CLIENTES POR SEGMENTO E GERENTE       00000270
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
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS SEQUENTIAL                              00000480
                RECORD KEY   IS CLI-ID                                  00000490
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000500
                                                                        00000510
             SELECT VENDHIST ASSIGN TO ARQVDH                           00000520
                ORGANIZATION IS INDEXED                                 00000530
                ACCESS MODE  IS DYNAMIC                                 00000540
                RECORD KEY   IS VDH-CHAVE                               00000550
                FILE STATUS  IS WRK-FS-VENDHIST.                        00000560
                                                                        00000570
             SELECT SEGMENTO-CLIENTE ASSIGN TO ARQSEG                   00000580
                ORGANIZATION IS INDEXED                                 00000590
                ACCESS MODE  IS SEQUENTIAL                              00000600
                RECORD KEY   IS SEG-CLI-ID                              00000610
                FILE STATUS  IS WRK-FS-SEGMENTO.                        00000620
                                                                        00000630
             SELECT RELSEGTO ASSIGN TO ARQRPT                           00000640
                FILE STATUS  IS WRK-FS-RELSEGTO.                        00000650
                                                                        00000660
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000670
                                                                        00000680
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS CAL-DATA                                00000720
                FILE STATUS  IS WRK-FS-CALEND.                          00000730
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
       FD NOTAHIST.                                                     00000840
           COPY CPNFH01.                                                00000850
                                                                        00000860
       FD CLIENTE-MASTER.                                               00000870
           COPY CPCLIE01.                                               00000880
                                                                        00000890
       FD VENDHIST.                                                     00000900
           COPY CPVDH01.                                                00000910
                                                                        00000920
       FD SEGMENTO-CLIENTE.                                             00000930
           COPY CPSEG01.                                                00000940
                                                                        00000950
       FD RELSEGTO                                                      00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
       01 REL-LINHA                    PIC X(132).                      00000990
                                                                        00001000
       SD ORDENACAO.                                                    00001010
       01 ORD-REGISTRO.                                                 00001020
          05 ORD-CLI-ID            PIC 9(05).                           00001030
          05 ORD-DATA              PIC 9(08).                           00001040
          05 ORD-TIPO-LINHA        PIC X(01).                           00001050
             88 ORD-PRIMEIRA-LINHA        VALUE 'P'.                    00001060
             88 ORD-DEMAIS-LINHAS         VALUE 'D'.                    00001070
                                                                        00001080
       FD CALENDARIO.                                                   00001090
           COPY CPCAL01.                                                00001100
                                                                        00001110
       FD ERRLOG.                                                       00001120
           COPY CPERRL01.                                               00001130
                                                                        00001140
       FD ESTATIS                                                       00001150
           RECORDING MODE IS F                                          00001160
           BLOCK CONTAINS 0 RECORDS.                                    00001170
           COPY CPSTA01.                                                00001180
      *---------------------------------------------------              00001190
       WORKING-STORAGE                           SECTION.               00001200
      *---------------------------------------------------              00001210
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001220
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001230
       77 WRK-FS-VENDHIST     PIC X(02) VALUE SPACES.                   00001240
       77 WRK-FS-SEGMENTO     PIC X(02) VALUE SPACES.                   00001250
       77 WRK-FS-RELSEGTO     PIC X(02) VALUE SPACES.                   00001260
       77 WRK-FS-ORDENACAO    PIC X(02) VALUE SPACES.                   00001270
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001280
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001290
       77 WRK-CONT-LIBERADOS  PIC 9(09) COMP VALUE ZERO.                00001300
       77 WRK-CONT-CLIENTES   PIC 9(09) COMP VALUE ZERO.                00001310
       77 WRK-CONT-SEGMENTOS  PIC 9(09) COMP VALUE ZERO.                00001320
       77 WRK-CONT-ORFAOS     PIC 9(09) COMP VALUE ZERO.                00001330
       77 WRK-ORD-CLI-ID      PIC 9(06) VALUE ZERO.                     00001340
       77 WRK-DATA-CORTE      PIC 9(08) VALUE ZERO.                     00001350
       77 WRK-IDX-MES         PIC 9(02) COMP VALUE ZERO.                00001360
       77 WRK-IDX-SEG         PIC 9(02) COMP VALUE ZERO.                00001370
       77 WRK-IDX-ZERA        PIC 9(02) COMP VALUE ZERO.                00001380
       77 WRK-GERENTE-CLIENTE PIC X(15) VALUE SPACES.                   00001390
      *---------------------------------------------------              00001400
      *    MEDIDAS DO CLIENTE EM APURACAO                               00001410
      *---------------------------------------------------              00001420
       77 WRK-CLI-PRIMEIRA    PIC 9(08) VALUE ZERO.                     00001430
       77 WRK-CLI-ULTIMA      PIC 9(08) VALUE ZERO.                     00001440
       77 WRK-CLI-QTD-NOTAS   PIC 9(05) VALUE ZERO.                     00001450
       77 WRK-CLI-VALOR       PIC 9(11)V99 COMP-3 VALUE ZERO.           00001460
       77 WRK-CLI-DIAS-ULTIMA PIC 9(05) VALUE ZERO.                     00001470
       77 WRK-CLI-DIAS-PRIM   PIC 9(05) VALUE ZERO.                     00001480
       77 WRK-NOTA-RECENCIA   PIC 9(01) VALUE ZERO.                     00001490
       77 WRK-NOTA-FREQUENCIA PIC 9(01) VALUE ZERO.                     00001500
       77 WRK-NOTA-VALOR      PIC 9(01) VALUE ZERO.                     00001510
      *---------------------------------------------------              00001520
      *    CONTAGEM DE DIAS EM CALENDARIO COMERCIAL (360 DIAS,          00001530
      *    30 POR MES) ENTRE A COMPRA E A DATA DE NEGOCIO               00001540
      *---------------------------------------------------              00001550
       77 WRK-DIAS-HOJE       PIC 9(09) COMP VALUE ZERO.                00001560
       77 WRK-DIAS-IDADE      PIC S9(09) COMP VALUE ZERO.               00001570
       01 WRK-DATA-DECOMPOSTA.                                          00001580
          05 WRK-DEC-ANO         PIC 9(04).                             00001590
          05 WRK-DEC-MES         PIC 9(02).                             00001600
          05 WRK-DEC-DIA         PIC 9(02).                             00001610
      *---------------------------------------------------              00001620
      *    MES DO HISTORICO DE VENDAS EM LEITURA (DO MES DA             00001630
      *    DATA DE NEGOCIO PARA TRAS, 12 MESES)                         00001640
      *---------------------------------------------------              00001650
       01 WRK-MES-VENDA.                                                00001660
          05 WRK-MV-ANO          PIC 9(04).                             00001670
          05 WRK-MV-MES          PIC 9(02).                             00001680
       01 WRK-MES-VENDA-N REDEFINES WRK-MES-VENDA                       00001690
                                 PIC 9(06).                             00001700
      *---------------------------------------------------              00001710
      *    CONTAGEM DE CLIENTES POR GERENTE E SEGMENTO - A              00001720
      *    POSICAO DO SEGMENTO SEGUE A ORDEM DO RELATORIO               00001730
      *    (CAMPEAO, FIEL, EM RISCO, PERDIDO, NOVO, SEM COMPRA)         00001740
      *---------------------------------------------------              00001750
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00001760
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00001770
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001780
       77 WRK-IDX-ACHADO      PIC 9(03) COMP VALUE ZERO.                00001790
       01 WRK-TABELA-GERENTES.                                          00001800
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00001810
             10 WRK-GER-NOME          PIC X(15).                        00001820
             10 WRK-GER-QTD-SEG       PIC 9(07) COMP                    00001830
                                      OCCURS 6 TIMES.                   00001840
             10 WRK-GER-QTD-TOTAL     PIC 9(07) COMP.                   00001850
       01 WRK-TOTAIS-SEGMENTO.                                          00001860
          05 WRK-TOT-QTD-SEG          PIC 9(07) COMP                    00001870
                                      OCCURS 6 TIMES.                   00001880
          05 WRK-TOT-QTD-TOTAL        PIC 9(07) COMP.                   00001890
      *---------------------------------------------------              00001900
      *    LINHAS DO RELATORIO                                          00001910
      *---------------------------------------------------              00001920
       01 WRK-SEPARA.                                                   00001930
          05 FILLER PIC X(100) VALUE ALL '='.                           00001940
                                                                        00001950
       01 WRK-CABEC1.                                                   00001960
          05 FILLER               PIC X(44) VALUE                       00001970
             'SEGMENTACAO DE CLIENTES (RFV) - REFERENCIA: '.            00001980
          05 WRK-CAB-REFERENCIA   PIC 9(08).                            00001990
                                                                        00002000
       01 WRK-CABEC2.                                                   00002010
          05 FILLER               PIC X(17) VALUE 'GERENTE'.            00002020
          05 FILLER               PIC X(10) VALUE '   CAMPEAO'.         00002030
          05 FILLER               PIC X(10) VALUE '      FIEL'.         00002040
          05 FILLER               PIC X(10) VALUE '  EM RISCO'.         00002050
          05 FILLER               PIC X(10) VALUE '   PERDIDO'.         00002060
          05 FILLER               PIC X(10) VALUE '      NOVO'.         00002070
          05 FILLER               PIC X(10) VALUE 'SEM COMPRA'.         00002080
          05 FILLER               PIC X(10) VALUE '     TOTAL'.         00002090
                                                                        00002100
       01 WRK-DET-LINHA.                                                00002110
          05 WRK-DET-GERENTE      PIC X(15).                            00002120
          05 FILLER               PIC X(02) VALUE SPACES.               00002130
          05 WRK-DET-SEGMENTO     OCCURS 6 TIMES.                       00002140
             10 FILLER            PIC X(03) VALUE SPACES.               00002150
             10 WRK-DET-QTD-SEG   PIC Z(6)9.                            00002160
          05 FILLER               PIC X(03) VALUE SPACES.               00002170
          05 WRK-DET-QTD-TOTAL    PIC Z(6)9.                            00002180
       COPY CPCAB01.                                                    00002190
       COPY CPERR01.                                                    00002200
       COPY CPDTA01.                                                    00002210
       COPY CPSTT01.                                                    00002220
      *=========================================*                       00002230
       PROCEDURE DIVISION.                                              00002240
      *=========================================*                       00002250
                                                                        00002260
      *---------------------------------------------------              00002270
       0000-PRINCIPAL                     SECTION.                      00002280
      *---------------------------------------------------              00002290
             PERFORM 0100-INICIAR.                                      00002300
             SORT ORDENACAO                                             00002310
                 ON ASCENDING KEY ORD-CLI-ID                            00002320
                                  ORD-DATA                              00002330
                 INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                 00002340
                 OUTPUT PROCEDURE IS 0500-SEGMENTAR.                    00002350
             PERFORM 0300-FINALIZAR.                                    00002360
      *---------------------------------------------------              00002370
       0000-99-FIM.            EXIT.                                    00002380
      *---------------------------------------------------              00002390
                                                                        00002400
       0100-INICIAR                       SECTION.                      00002410
             MOVE 'FR06CB23' TO WRK-CAB-PROGRAMA.                       00002420
             PERFORM 0101-CABECALHO-PADRAO.                             00002430
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002440
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002450
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002460
             OPEN INPUT NOTAHIST.                                       00002470
             OPEN INPUT CLIENTE-MASTER.                                 00002480
             OPEN INPUT VENDHIST.                                       00002490
             OPEN OUTPUT SEGMENTO-CLIENTE.                              00002500
             OPEN OUTPUT RELSEGTO.                                      00002510
             PERFORM 0110-TESTAR-STATUS.                                00002520
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00002530
             PERFORM 0120-CONTAR-DIAS.                                  00002540
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-HOJE.                      00002550
             SUBTRACT 1 FROM WRK-DEC-ANO.                               00002560
             MOVE WRK-DATA-DECOMPOSTA TO WRK-DATA-CORTE.                00002570
             MOVE ZERO TO WRK-IDX-ZERA.                                 00002580
             PERFORM 0588-ZERAR-TOTAL-SEGMENTO                          00002590
                 UNTIL WRK-IDX-ZERA >= 6.                               00002600
             MOVE ZEROS TO WRK-TOT-QTD-TOTAL.                           00002610
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-REFERENCIA.               00002620
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002630
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002640
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002650
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002660
      *---------------------------------------------------              00002670
       0100-99-FIM.            EXIT.                                    00002680
      *---------------------------------------------------              00002690
           COPY CPCAB02.                                                00002700
           COPY CPERR02.                                                00002710
           COPY CPDTA02.                                                00002720
           COPY CPSTT02.                                                00002730
      *---------------------------------------------------              00002740
       0110-TESTAR-STATUS                 SECTION.                      00002750
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00002760
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00002770
                 PERFORM 9000-TRATA-ERROS                               00002780
             END-IF.                                                    00002790
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00002800
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00002810
                 PERFORM 9000-TRATA-ERROS                               00002820
             END-IF.                                                    00002830
             IF WRK-FS-VENDHIST NOT EQUAL ZEROS                         00002840
                 MOVE ' ERRO OPEN HISTORICO DE VENDAS ' TO WRK-MSG      00002850
                 PERFORM 9000-TRATA-ERROS                               00002860
             END-IF.                                                    00002870
             IF WRK-FS-SEGMENTO NOT EQUAL ZEROS                         00002880
                 MOVE ' ERRO OPEN ARQUIVO DE SEGMENTOS ' TO WRK-MSG     00002890
                 PERFORM 9000-TRATA-ERROS                               00002900
             END-IF.                                                    00002910
             IF WRK-FS-RELSEGTO NOT EQUAL ZEROS                         00002920
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002930
                 PERFORM 9000-TRATA-ERROS                               00002940
             END-IF.                                                    00002950
      *---------------------------------------------------              00002960
       0120-CONTAR-DIAS                   SECTION.                      00002970
      *    CONVERTE A DATA DECOMPOSTA EM CONTAGEM DE DIAS DO            00002980
      *    CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE 30)            00002990
      *---------------------------------------------------              00003000
             COMPUTE WRK-DIAS-IDADE =                                   00003010
                 WRK-DEC-ANO * 360 + WRK-DEC-MES * 30                   00003020
                 + WRK-DEC-DIA.                                         00003030
      *---------------------------------------------------              00003040
       0300-FINALIZAR                     SECTION.                      00003050
             MOVE ZERO TO WRK-IDX.                                      00003060
             PERFORM 0320-IMPRIMIR-UM-GERENTE                           00003070
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES.                     00003080
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003090
             MOVE 'TOTAL GERAL' TO WRK-DET-GERENTE.                     00003100
             MOVE ZERO TO WRK-IDX-SEG.                                  00003110
             PERFORM 0330-EDITAR-TOTAL-SEGMENTO                         00003120
                 UNTIL WRK-IDX-SEG >= 6.                                00003130
             MOVE WRK-TOT-QTD-TOTAL TO WRK-DET-QTD-TOTAL.               00003140
             WRITE REL-LINHA FROM WRK-DET-LINHA.                        00003150
             MOVE WRK-CONT-LIDOS                                        00003160
                 TO WRK-STT-REGISTROS.                                  00003170
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003180
             CLOSE NOTAHIST.                                            00003190
             CLOSE CLIENTE-MASTER.                                      00003200
             CLOSE VENDHIST.                                            00003210
             CLOSE SEGMENTO-CLIENTE.                                    00003220
             CLOSE RELSEGTO.                                            00003230
             DISPLAY '------------------'.                              00003240
             DISPLAY '  NOTAS LIDAS.......: ' WRK-CONT-LIDOS.           00003250
             DISPLAY '  LINHAS ORDENADAS..: ' WRK-CONT-LIBERADOS.       00003260
             DISPLAY '  CLIENTES LIDOS....: ' WRK-CONT-CLIENTES.        00003270
             DISPLAY '  CLIENTES SEGMENT..: ' WRK-CONT-SEGMENTOS.       00003280
             DISPLAY '  LINHAS SEM CLIENTE: ' WRK-CONT-ORFAOS.          00003290
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003300
             PERFORM 9000-TRATA-ERROS.                                  00003310
      *---------------------------------------------------              00003320
       0320-IMPRIMIR-UM-GERENTE           SECTION.                      00003330
             ADD 1 TO WRK-IDX.                                          00003340
             MOVE WRK-GER-NOME (WRK-IDX) TO WRK-DET-GERENTE.            00003350
             MOVE ZERO TO WRK-IDX-SEG.                                  00003360
             PERFORM 0325-EDITAR-UM-SEGMENTO                            00003370
                 UNTIL WRK-IDX-SEG >= 6.                                00003380
             MOVE WRK-GER-QTD-TOTAL (WRK-IDX) TO WRK-DET-QTD-TOTAL.     00003390
             WRITE REL-LINHA FROM WRK-DET-LINHA.                        00003400
      *---------------------------------------------------              00003410
       0325-EDITAR-UM-SEGMENTO            SECTION.                      00003420
             ADD 1 TO WRK-IDX-SEG.                                      00003430
             MOVE WRK-GER-QTD-SEG (WRK-IDX WRK-IDX-SEG)                 00003440
                 TO WRK-DET-QTD-SEG (WRK-IDX-SEG).                      00003450
      *---------------------------------------------------              00003460
       0330-EDITAR-TOTAL-SEGMENTO         SECTION.                      00003470
             ADD 1 TO WRK-IDX-SEG.                                      00003480
             MOVE WRK-TOT-QTD-SEG (WRK-IDX-SEG)                         00003490
                 TO WRK-DET-QTD-SEG (WRK-IDX-SEG).                      00003500
      *---------------------------------------------------              00003510
       0400-ALIMENTAR-SORT                SECTION.                      00003520
      *    PROCEDURE DE ENTRADA DO SORT - LIBERA A DATA DE CADA         00003530
      *    LINHA DE NOTA NAO CANCELADA, MARCANDO A PRIMEIRA             00003540
      *    LINHA DA NOTA PARA A CONTAGEM DE FREQUENCIA                  00003550
      *---------------------------------------------------              00003560
             PERFORM 0410-LIBERAR-UMA-LINHA                             00003570
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00003580
      *---------------------------------------------------              00003590
       0410-LIBERAR-UMA-LINHA             SECTION.                      00003600
             READ NOTAHIST NEXT RECORD.                                 00003610
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003620
                 GO TO 0410-99-FIM                                      00003630
             END-IF.                                                    00003640
             ADD 1 TO WRK-CONT-LIDOS.                                   00003650
             IF NFH-NOTA-CANCELADA                                      00003660
                 GO TO 0410-99-FIM                                      00003670
             END-IF.                                                    00003680
             MOVE NFH-CLI-ID       TO ORD-CLI-ID.                       00003690
             MOVE NFH-DATA-EMISSAO TO ORD-DATA.                         00003700
             IF NFH-ITEM NOT > 1                                        00003710
                 SET ORD-PRIMEIRA-LINHA TO TRUE                         00003720
             ELSE                                                       00003730
                 SET ORD-DEMAIS-LINHAS  TO TRUE                         00003740
             END-IF.                                                    00003750
             ADD 1 TO WRK-CONT-LIBERADOS.                               00003760
             RELEASE ORD-REGISTRO.                                      00003770
       0410-99-FIM.            EXIT.                                    00003780
      *---------------------------------------------------              00003790
       0500-SEGMENTAR                     SECTION.                      00003800
      *    PROCEDURE DE SAIDA DO SORT - CASA AS LINHAS EM ORDEM         00003810
      *    DE CLIENTE COM CLIENTE-MASTER LIDO EM SEQUENCIA.             00003820
      *    LINHA DE CLIENTE REMOVIDO DO MASTER E DESPREZADA             00003830
      *---------------------------------------------------              00003840
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00003850
             PERFORM 0510-RECEBER-UM.                                   00003860
             PERFORM 0520-SEGMENTAR-UM-CLIENTE                          00003870
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00003880
             PERFORM 0530-DESPREZAR-ORFAO                               00003890
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00003900
      *---------------------------------------------------              00003910
       0510-RECEBER-UM                    SECTION.                      00003920
             RETURN ORDENACAO                                           00003930
                 AT END                                                 00003940
                     MOVE '99'   TO WRK-FS-ORDENACAO                    00003950
                     MOVE 999999 TO WRK-ORD-CLI-ID                      00003960
                 NOT AT END                                             00003970
                     MOVE ORD-CLI-ID TO WRK-ORD-CLI-ID                  00003980
             END-RETURN.                                                00003990
      *---------------------------------------------------              00004000
       0520-SEGMENTAR-UM-CLIENTE          SECTION.                      00004010
             READ CLIENTE-MASTER NEXT RECORD.                           00004020
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004030
                 GO TO 0520-99-FIM                                      00004040
             END-IF.                                                    00004050
             ADD 1 TO WRK-CONT-CLIENTES.                                00004060
             PERFORM 0530-DESPREZAR-ORFAO                               00004070
                 UNTIL WRK-ORD-CLI-ID NOT < CLI-ID.                     00004080
             MOVE ZEROS TO WRK-CLI-PRIMEIRA.                            00004090
             MOVE ZEROS TO WRK-CLI-ULTIMA.                              00004100
             MOVE ZEROS TO WRK-CLI-QTD-NOTAS.                           00004110
             PERFORM 0540-ACUMULAR-LINHA                                00004120
                 UNTIL WRK-ORD-CLI-ID NOT EQUAL CLI-ID.                 00004130
             IF CLI-STAT-ATIVO                                          00004140
                 PERFORM 0550-PONTUAR-CLIENTE                           00004150
                 PERFORM 0560-CLASSIFICAR-CLIENTE                       00004160
                 PERFORM 0570-GRAVAR-SEGMENTO                           00004170
                 PERFORM 0580-CONTAR-GERENTE                            00004180
             END-IF.                                                    00004190
       0520-99-FIM.            EXIT.                                    00004200
      *---------------------------------------------------              00004210
       0530-DESPREZAR-ORFAO               SECTION.                      00004220
             ADD 1 TO WRK-CONT-ORFAOS.                                  00004230
             PERFORM 0510-RECEBER-UM.                                   00004240
      *---------------------------------------------------              00004250
       0540-ACUMULAR-LINHA                SECTION.                      00004260
      *    AS LINHAS CHEGAM EM ORDEM DE DATA - A PRIMEIRA DO            00004270
      *    CLIENTE E A PRIMEIRA COMPRA E A ULTIMA FICA POR              00004280
      *    ULTIMO; SO A PRIMEIRA LINHA DE CADA NOTA DOS ULTIMOS         00004290
      *    12 MESES CONTA NA FREQUENCIA                                 00004300
      *---------------------------------------------------              00004310
             IF WRK-CLI-PRIMEIRA EQUAL ZEROS                            00004320
                 MOVE ORD-DATA TO WRK-CLI-PRIMEIRA                      00004330
             END-IF.                                                    00004340
             MOVE ORD-DATA TO WRK-CLI-ULTIMA.                           00004350
             IF ORD-PRIMEIRA-LINHA                                      00004360
                AND ORD-DATA > WRK-DATA-CORTE                           00004370
                AND WRK-CLI-QTD-NOTAS < 99999                           00004380
                 ADD 1 TO WRK-CLI-QTD-NOTAS                             00004390
             END-IF.                                                    00004400
             PERFORM 0510-RECEBER-UM.                                   00004410
      *---------------------------------------------------              00004420
       0550-PONTUAR-CLIENTE               SECTION.                      00004430
      *    APURA OS DIAS DESDE A PRIMEIRA E A ULTIMA COMPRA, O          00004440
      *    VALOR DOS ULTIMOS 12 MESES E A NOTA DE 1 A 5 DE CADA         00004450
      *    EIXO (RECENCIA, FREQUENCIA E VALOR)                          00004460
      *---------------------------------------------------              00004470
             MOVE ZEROS TO WRK-CLI-DIAS-ULTIMA.                         00004480
             MOVE ZEROS TO WRK-CLI-DIAS-PRIM.                           00004490
             IF WRK-CLI-ULTIMA NOT EQUAL ZEROS                          00004500
                 MOVE WRK-CLI-ULTIMA TO WRK-DATA-DECOMPOSTA             00004510
                 PERFORM 0120-CONTAR-DIAS                               00004520
                 COMPUTE WRK-CLI-DIAS-ULTIMA =                          00004530
                     WRK-DIAS-HOJE - WRK-DIAS-IDADE                     00004540
                 MOVE WRK-CLI-PRIMEIRA TO WRK-DATA-DECOMPOSTA           00004550
                 PERFORM 0120-CONTAR-DIAS                               00004560
                 COMPUTE WRK-CLI-DIAS-PRIM =                            00004570
                     WRK-DIAS-HOJE - WRK-DIAS-IDADE                     00004580
             END-IF.                                                    00004590
             MOVE ZEROS TO WRK-CLI-VALOR.                               00004600
             MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-VENDA-N.            00004610
             MOVE ZERO TO WRK-IDX-MES.                                  00004620
             PERFORM 0555-SOMAR-UM-MES                                  00004630
                 UNTIL WRK-IDX-MES >= 12.                               00004640
             EVALUATE TRUE                                              00004650
                 WHEN WRK-CLI-ULTIMA EQUAL ZEROS                        00004660
                     MOVE 1 TO WRK-NOTA-RECENCIA                        00004670
                 WHEN WRK-CLI-DIAS-ULTIMA NOT > 30                      00004680
                     MOVE 5 TO WRK-NOTA-RECENCIA                        00004690
                 WHEN WRK-CLI-DIAS-ULTIMA NOT > 60                      00004700
                     MOVE 4 TO WRK-NOTA-RECENCIA                        00004710
                 WHEN WRK-CLI-DIAS-ULTIMA NOT > 120                     00004720
                     MOVE 3 TO WRK-NOTA-RECENCIA                        00004730
                 WHEN WRK-CLI-DIAS-ULTIMA NOT > 360                     00004740
                     MOVE 2 TO WRK-NOTA-RECENCIA                        00004750
                 WHEN OTHER                                             00004760
                     MOVE 1 TO WRK-NOTA-RECENCIA                        00004770
             END-EVALUATE.                                              00004780
             EVALUATE TRUE                                              00004790
                 WHEN WRK-CLI-QTD-NOTAS NOT < 24                        00004800
                     MOVE 5 TO WRK-NOTA-FREQUENCIA                      00004810
                 WHEN WRK-CLI-QTD-NOTAS NOT < 12                        00004820
                     MOVE 4 TO WRK-NOTA-FREQUENCIA                      00004830
                 WHEN WRK-CLI-QTD-NOTAS NOT < 6                         00004840
                     MOVE 3 TO WRK-NOTA-FREQUENCIA                      00004850
                 WHEN WRK-CLI-QTD-NOTAS NOT < 2                         00004860
                     MOVE 2 TO WRK-NOTA-FREQUENCIA                      00004870
                 WHEN OTHER                                             00004880
                     MOVE 1 TO WRK-NOTA-FREQUENCIA                      00004890
             END-EVALUATE.                                              00004900
             EVALUATE TRUE                                              00004910
                 WHEN WRK-CLI-VALOR NOT < 100000                        00004920
                     MOVE 5 TO WRK-NOTA-VALOR                           00004930
                 WHEN WRK-CLI-VALOR NOT < 50000                         00004940
                     MOVE 4 TO WRK-NOTA-VALOR                           00004950
                 WHEN WRK-CLI-VALOR NOT < 10000                         00004960
                     MOVE 3 TO WRK-NOTA-VALOR                           00004970
                 WHEN WRK-CLI-VALOR NOT < 1000                          00004980
                     MOVE 2 TO WRK-NOTA-VALOR                           00004990
                 WHEN OTHER                                             00005000
                     MOVE 1 TO WRK-NOTA-VALOR                           00005010
             END-EVALUATE.                                              00005020
      *---------------------------------------------------              00005030
       0555-SOMAR-UM-MES                  SECTION.                      00005040
      *    SOMA O VALOR DO CLIENTE NO MES DO HISTORICO DE               00005050
      *    VENDAS E RECUA UM MES                                        00005060
      *---------------------------------------------------              00005070
             ADD 1 TO WRK-IDX-MES.                                      00005080
             MOVE WRK-MES-VENDA-N TO VDH-ANOMES.                        00005090
             SET VDH-TIPO-CLIENTE TO TRUE.                              00005100
             MOVE SPACES          TO VDH-CODIGO.                        00005110
             MOVE CLI-ID          TO VDH-CODIGO (1:5).                  00005120
             READ VENDHIST                                              00005130
                 INVALID KEY                                            00005140
                     CONTINUE                                           00005150
                 NOT INVALID KEY                                        00005160
                     ADD VDH-VALOR TO WRK-CLI-VALOR                     00005170
             END-READ.                                                  00005180
             IF WRK-MV-MES EQUAL 01                                     00005190
                 SUBTRACT 1 FROM WRK-MV-ANO                             00005200
                 MOVE 12 TO WRK-MV-MES                                  00005210
             ELSE                                                       00005220
                 SUBTRACT 1 FROM WRK-MV-MES                             00005230
             END-IF.                                                    00005240
      *---------------------------------------------------              00005250
       0560-CLASSIFICAR-CLIENTE           SECTION.                      00005260
      *    SEM COMPRA NENHUMA NO HISTORICO, SEM COMPRA; PRIMEIRA        00005270
      *    COMPRA NOS ULTIMOS 90 DIAS, NOVO; DEPOIS PELA                00005280
      *    RECENCIA - NOTA 1 PERDIDO, NOTA 2 EM RISCO; ATIVO            00005290
      *    RECENTE COM FREQUENCIA MAIS VALOR DE 8 OU MAIS E             00005300
      *    CAMPEAO, OS DEMAIS SAO FIEIS                                 00005310
      *---------------------------------------------------              00005320
             EVALUATE TRUE                                              00005330
                 WHEN WRK-CLI-ULTIMA EQUAL ZEROS                        00005340
                     SET SEG-SEM-COMPRA TO TRUE                         00005350
                     MOVE 6 TO WRK-IDX-SEG                              00005360
                 WHEN WRK-CLI-DIAS-PRIM NOT > 90                        00005370
                     SET SEG-NOVO       TO TRUE                         00005380
                     MOVE 5 TO WRK-IDX-SEG                              00005390
                 WHEN WRK-NOTA-RECENCIA EQUAL 1                         00005400
                     SET SEG-PERDIDO    TO TRUE                         00005410
                     MOVE 4 TO WRK-IDX-SEG                              00005420
                 WHEN WRK-NOTA-RECENCIA EQUAL 2                         00005430
                     SET SEG-EM-RISCO   TO TRUE                         00005440
                     MOVE 3 TO WRK-IDX-SEG                              00005450
                 WHEN WRK-NOTA-FREQUENCIA + WRK-NOTA-VALOR NOT < 8      00005460
                     SET SEG-CAMPEAO    TO TRUE                         00005470
                     MOVE 1 TO WRK-IDX-SEG                              00005480
                 WHEN OTHER                                             00005490
                     SET SEG-FIEL       TO TRUE                         00005500
                     MOVE 2 TO WRK-IDX-SEG                              00005510
             END-EVALUATE.                                              00005520
      *---------------------------------------------------              00005530
       0570-GRAVAR-SEGMENTO               SECTION.                      00005540
             MOVE CLI-ID              TO SEG-CLI-ID.                    00005550
             MOVE WRK-NOTA-RECENCIA   TO SEG-NOTA-RECENCIA.             00005560
             MOVE WRK-NOTA-FREQUENCIA TO SEG-NOTA-FREQUENCIA.           00005570
             MOVE WRK-NOTA-VALOR      TO SEG-NOTA-VALOR.                00005580
             MOVE WRK-CLI-PRIMEIRA    TO SEG-DATA-PRIMEIRA.             00005590
             MOVE WRK-CLI-ULTIMA      TO SEG-DATA-ULTIMA.               00005600
             MOVE WRK-CLI-DIAS-ULTIMA TO SEG-DIAS-RECENCIA.             00005610
             MOVE WRK-CLI-QTD-NOTAS   TO SEG-QTD-NOTAS.                 00005620
             MOVE WRK-CLI-VALOR       TO SEG-VALOR-12M.                 00005630
             MOVE CLI-GERENTE         TO SEG-GERENTE.                   00005640
             MOVE WRK-DATA-NEGOCIO    TO SEG-DATA-APURACAO.             00005650
             WRITE CPSEG01-REGISTRO                                     00005660
                 INVALID KEY                                            00005670
                     MOVE ' ERRO GRAVACAO ARQUIVO DE SEGMENTOS '        00005680
                         TO WRK-MSG                                     00005690
                     PERFORM 9000-TRATA-ERROS                           00005700
             END-WRITE.                                                 00005710
             ADD 1 TO WRK-CONT-SEGMENTOS.                               00005720
      *---------------------------------------------------              00005730
       0580-CONTAR-GERENTE                SECTION.                      00005740
      *    CONTA O CLIENTE NO SEGMENTO DO SEU GERENTE DE CONTA -        00005750
      *    CLIENTE SEM GERENTE SAI AGRUPADO COMO *SEM GERENTE*          00005760
      *---------------------------------------------------              00005770
             MOVE '*SEM GERENTE*' TO WRK-GERENTE-CLIENTE.               00005780
             IF CLI-GERENTE NOT EQUAL SPACES                            00005790
                 MOVE CLI-GERENTE TO WRK-GERENTE-CLIENTE                00005800
             END-IF.                                                    00005810
             PERFORM 0585-LOCALIZAR-GERENTE.                            00005820
             ADD 1 TO WRK-GER-QTD-SEG (WRK-IDX-ACHADO WRK-IDX-SEG).     00005830
             ADD 1 TO WRK-GER-QTD-TOTAL (WRK-IDX-ACHADO).               00005840
             ADD 1 TO WRK-TOT-QTD-SEG (WRK-IDX-SEG).                    00005850
             ADD 1 TO WRK-TOT-QTD-TOTAL.                                00005860
      *---------------------------------------------------              00005870
       0585-LOCALIZAR-GERENTE             SECTION.                      00005880
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE NA            00005890
      *    TABELA DE CONTAGEM                                           00005900
      *---------------------------------------------------              00005910
             MOVE ZERO TO WRK-IDX-ACHADO.                               00005920
             MOVE ZERO TO WRK-IDX.                                      00005930
             PERFORM 0586-PROCURAR-UM-GERENTE                           00005940
                 UNTIL WRK-IDX >= WRK-QTD-GERENTES                      00005950
                    OR WRK-IDX-ACHADO > ZERO.                           00005960
             IF WRK-IDX-ACHADO EQUAL ZERO                               00005970
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00005980
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00005990
                         TO WRK-MSG                                     00006000
                     PERFORM 9000-TRATA-ERROS                           00006010
                 END-IF                                                 00006020
                 ADD 1 TO WRK-QTD-GERENTES                              00006030
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-ACHADO                00006040
                 MOVE WRK-GERENTE-CLIENTE                               00006050
                     TO WRK-GER-NOME (WRK-IDX-ACHADO)                   00006060
                 MOVE ZERO TO WRK-IDX-ZERA                              00006070
                 PERFORM 0587-ZERAR-UM-SEGMENTO                         00006080
                     UNTIL WRK-IDX-ZERA >= 6                            00006090
                 MOVE ZEROS TO WRK-GER-QTD-TOTAL (WRK-IDX-ACHADO)       00006100
             END-IF.                                                    00006110
      *---------------------------------------------------              00006120
       0586-PROCURAR-UM-GERENTE           SECTION.                      00006130
             ADD 1 TO WRK-IDX.                                          00006140
             IF WRK-GER-NOME (WRK-IDX) EQUAL WRK-GERENTE-CLIENTE        00006150
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00006160
             END-IF.                                                    00006170
      *---------------------------------------------------              00006180
       0587-ZERAR-UM-SEGMENTO             SECTION.                      00006190
             ADD 1 TO WRK-IDX-ZERA.                                     00006200
             MOVE ZEROS                                                 00006210
                 TO WRK-GER-QTD-SEG (WRK-IDX-ACHADO WRK-IDX-ZERA).      00006220
      *---------------------------------------------------              00006230
       0588-ZERAR-TOTAL-SEGMENTO          SECTION.                      00006240
             ADD 1 TO WRK-IDX-ZERA.                                     00006250
             MOVE ZEROS TO WRK-TOT-QTD-SEG (WRK-IDX-ZERA).              00006260
      *---------------------------------------------------              00006270
       9000-TRATA-ERROS                   SECTION.                      00006280
      *---------------------------------------------------              00006290
             PERFORM 9050-GRAVAR-ERRLOG.                                00006300
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006310
             STOP RUN.                                                  00006320
      *--------------------------------------------------------------   00006330
       9000-99-FIM.            EXIT.                                    00006340
      *--------------------------------------------------------------   00006350
