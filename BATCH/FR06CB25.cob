      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB25.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SUGESTAO NOTURNA DE TRANSFERENCIA ENTRE           00000120
      *               DEPOSITOS. AS SAIDAS 'S' DO LIVRO DE              00000130
      *               MOVIMENTACAO (CPMOV02) DENTRO DA JANELA DE        00000140
      *               DIAS DO CARTAO DA SYSIN (PADRAO 30) SAO           00000150
      *               ORDENADAS POR PRODUTO E DEPOSITO (SORT) E         00000160
      *               CASADAS COM PRODUTO-MASTER - A SOMA E A           00000170
      *               DEMANDA DO DEPOSITO NA JANELA. PARA CADA          00000180
      *               PRODUTO ATIVO O SALDO DE CADA DEPOSITO            00000190
      *               (CPSLD01) E COMPARADO COM A SUA DEMANDA: O        00000200
      *               DEPOSITO QUE NAO COBRE A PROPRIA DEMANDA          00000210
      *               RECEBE DO OUTRO O QUE ESTE TEM ACIMA DA           00000220
      *               SUA, ATE O LIMITE DO QUE FALTA. CADA              00000230
      *               SUGESTAO SAI NO ARQUIVO DE TRANSFERENCIAS         00000240
      *               JA NO LAYOUT DE MOVIMENTO (CPMOV01, TIPO 'T',     00000250
      *               DOCUMENTO 'RB' + DATA) E NA LISTA IMPRESSA        00000260
      *               PARA O VISTO DO SUPERVISOR DE ESTOQUE. NADA       00000270
      *               E POSTADO AQUI - A LISTA APROVADA SEGUE PARA      00000280
      *               A POSTAGEM DE MOVIMENTOS (FR05CB22), E A          00000290
      *               VARREDURA DE ESTOQUE BAIXO (FR05CB24) LE O        00000300
      *               MESMO ARQUIVO PARA NAO SUGERIR COMPRA DO QUE      00000310
      *               A TRANSFERENCIA JA COBRE                          00000320
      *-------------------------------------------------------*         00000330
      *     HISTORICO DE ALTERACOES                                     00000340
      *     DATA        AUTOR   DESCRICAO                               00000350
      *     ----------  ------  --------------------------------        00000360
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000370
      *=======================================================*         00000380
                                                                        00000390
      *=======================================================*         00000400
       ENVIRONMENT                               DIVISION.              00000410
      *=======================================================*         00000420
       INPUT-OUTPUT                              SECTION.               00000430
       FILE-CONTROL.                                                    00000440
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000450
                ORGANIZATION IS INDEXED                                 00000460
                ACCESS MODE  IS SEQUENTIAL                              00000470
                RECORD KEY   IS PRDM-CODIGO                             00000480
                FILE STATUS  IS WRK-FS-PRDM.                            00000490
                                                                        00000500
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000510
                ORGANIZATION IS INDEXED                                 00000520
                ACCESS MODE  IS DYNAMIC                                 00000530
                RECORD KEY   IS SLD-CHAVE                               00000540
                FILE STATUS  IS WRK-FS-SALDOS.                          00000550
                                                                        00000560
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000570
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000580
                                                                        00000590
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000600
                FILE STATUS  IS WRK-FS-SYSIN.                           00000610
                                                                        00000620
             SELECT TRANSFERENCIA ASSIGN TO ARQTRS                      00000630
                FILE STATUS  IS WRK-FS-TRANSF.                          00000640
                                                                        00000650
             SELECT RELTRANS ASSIGN TO ARQRPT                           00000660
                FILE STATUS  IS WRK-FS-RELTRANS.                        00000670
                                                                        00000680
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000690
                                                                        00000700
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000710
                ORGANIZATION IS INDEXED                                 00000720
                ACCESS MODE  IS DYNAMIC                                 00000730
                RECORD KEY   IS CAL-DATA                                00000740
                FILE STATUS  IS WRK-FS-CALEND.                          00000750
                                                                        00000760
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000770
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000780
                                                                        00000790
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000800
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000810
      *=======================================================*         00000820
       DATA                                      DIVISION.              00000830
      *=======================================================*         00000840
       FILE                                      SECTION.               00000850
       FD PRODUTO-MASTER.                                               00000860
           COPY CPPRDM01.                                               00000870
                                                                        00000880
       FD SALDOS.                                                       00000890
           COPY CPSLD01.                                                00000900
                                                                        00000910
       FD LIVROMOV                                                      00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
           COPY CPMOV02.                                                00000950
                                                                        00000960
       FD ENTRADA-SYSIN                                                 00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
       01 SYSIN-REGISTRO.                                               00001000
          05 SYSIN-DIAS-JANELA        PIC 9(03).                        00001010
          05 FILLER                   PIC X(77).                        00001020
                                                                        00001030
       FD TRANSFERENCIA                                                 00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
           COPY CPMOV01.                                                00001070
                                                                        00001080
       FD RELTRANS                                                      00001090
           RECORDING MODE IS F                                          00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
       01 REL-LINHA                    PIC X(132).                      00001120
                                                                        00001130
       SD ORDENACAO.                                                    00001140
       01 ORD-REGISTRO.                                                 00001150
          05 ORD-CODIGO            PIC 9(08).                           00001160
          05 ORD-DEPOSITO          PIC X(02).                           00001170
          05 ORD-QUANTIDADE        PIC 9(07).                           00001180
                                                                        00001190
       FD CALENDARIO.                                                   00001200
           COPY CPCAL01.                                                00001210
                                                                        00001220
       FD ERRLOG.                                                       00001230
           COPY CPERRL01.                                               00001240
                                                                        00001250
       FD ESTATIS                                                       00001260
           RECORDING MODE IS F                                          00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
           COPY CPSTA01.                                                00001290
      *---------------------------------------------------              00001300
       WORKING-STORAGE                           SECTION.               00001310
      *---------------------------------------------------              00001320
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001330
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00001340
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00001350
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001360
       77 WRK-FS-TRANSF       PIC X(02) VALUE SPACES.                   00001370
       77 WRK-FS-RELTRANS     PIC X(02) VALUE SPACES.                   00001380
       77 WRK-FS-ORDENACAO    PIC X(02) VALUE SPACES.                   00001390
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001400
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001410
       77 WRK-CONT-LIBERADOS  PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-PRODUTOS   PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-CONT-SUGERIDAS  PIC 9(09) COMP VALUE ZERO.                00001440
       77 WRK-CONT-ORFAOS     PIC 9(09) COMP VALUE ZERO.                00001450
       77 WRK-TOT-QTD-TRANSF  PIC 9(11) COMP VALUE ZERO.                00001460
       77 WRK-ORD-CODIGO      PIC 9(09) VALUE ZERO.                     00001470
      *---------------------------------------------------              00001480
      *    JANELA DE DEMANDA EM DIAS - CARTAO DA SYSIN,                 00001490
      *    COLUNAS 1-3; AUSENTE OU ZERADO VALE 30                       00001500
      *---------------------------------------------------              00001510
       77 WRK-DIAS-JANELA     PIC 9(03) VALUE 30.                       00001520
       77 WRK-DIAS-HOJE       PIC 9(09) COMP VALUE ZERO.                00001530
       77 WRK-DIAS-CORTE      PIC 9(09) COMP VALUE ZERO.                00001540
       77 WRK-DIAS-IDADE      PIC S9(09) COMP VALUE ZERO.               00001550
       01 WRK-DATA-DECOMPOSTA.                                          00001560
          05 WRK-DEC-ANO         PIC 9(04).                             00001570
          05 WRK-DEC-MES         PIC 9(02).                             00001580
          05 WRK-DEC-DIA         PIC 9(02).                             00001590
      *---------------------------------------------------              00001600
      *    POSICAO DO PRODUTO EM APURACAO - DEMANDA NA JANELA           00001610
      *    E SALDO ATUAL DE CADA DEPOSITO, E O QUE CADA UM TEM          00001620
      *    ACIMA (SOBRA) OU ABAIXO (FALTA) DA SUA DEMANDA               00001630
      *---------------------------------------------------              00001640
       77 WRK-DEMANDA-01      PIC 9(09) COMP VALUE ZERO.                00001650
       77 WRK-DEMANDA-02      PIC 9(09) COMP VALUE ZERO.                00001660
       77 WRK-SALDO-01        PIC 9(07) VALUE ZERO.                     00001670
       77 WRK-SALDO-02        PIC 9(07) VALUE ZERO.                     00001680
       77 WRK-SOBRA-01        PIC 9(09) COMP VALUE ZERO.                00001690
       77 WRK-SOBRA-02        PIC 9(09) COMP VALUE ZERO.                00001700
       77 WRK-FALTA-01        PIC 9(09) COMP VALUE ZERO.                00001710
       77 WRK-FALTA-02        PIC 9(09) COMP VALUE ZERO.                00001720
       77 WRK-QTD-TRANSF      PIC 9(07) VALUE ZERO.                     00001730
       77 WRK-DEP-ORIGEM      PIC X(02) VALUE SPACES.                   00001740
       77 WRK-DEP-DESTINO     PIC X(02) VALUE SPACES.                   00001750
      *---------------------------------------------------              00001760
      *    DOCUMENTO DAS TRANSFERENCIAS SUGERIDAS - 'RB' MAIS A         00001770
      *    DATA DE NEGOCIO. O PROPRIO LIVRO REGISTRA AS SAIDAS DE       00001780
      *    TRANSFERENCIA COM ESTE DOCUMENTO, QUE NAO CONTAM COMO        00001790
      *    DEMANDA DO DEPOSITO DE ORIGEM                                00001800
      *---------------------------------------------------              00001810
       01 WRK-DOCUMENTO-RB.                                             00001820
          05 FILLER              PIC X(02) VALUE 'RB'.                  00001830
          05 WRK-DOC-DATA        PIC 9(08) VALUE ZERO.                  00001840
      *---------------------------------------------------              00001850
      *    LINHAS DO RELATORIO                                          00001860
      *---------------------------------------------------              00001870
       01 WRK-SEPARA.                                                   00001880
          05 FILLER PIC X(118) VALUE ALL '='.                           00001890
                                                                        00001900
       01 WRK-CABEC1.                                                   00001910
          05 FILLER               PIC X(44) VALUE                       00001920
             'TRANSFERENCIAS SUGERIDAS ENTRE DEPOSITOS - '.             00001930
          05 FILLER               PIC X(12) VALUE 'REFERENCIA: '.       00001940
          05 WRK-CAB-REFERENCIA   PIC 9(08).                            00001950
          05 FILLER               PIC X(18) VALUE                       00001960
             '   JANELA (DIAS): '.                                      00001970
          05 WRK-CAB-JANELA       PIC ZZ9.                              00001980
                                                                        00001990
       01 WRK-CABEC2.                                                   00002000
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00002010
          05 FILLER PIC X(27) VALUE 'DESCRICAO'.                        00002020
          05 FILLER PIC X(04) VALUE 'DE'.                               00002030
          05 FILLER PIC X(06) VALUE 'PARA'.                             00002040
          05 FILLER PIC X(10) VALUE ' SLD ORIG'.                        00002050
          05 FILLER PIC X(10) VALUE ' DEM ORIG'.                        00002060
          05 FILLER PIC X(10) VALUE ' SLD DEST'.                        00002070
          05 FILLER PIC X(10) VALUE ' DEM DEST'.                        00002080
          05 FILLER PIC X(11) VALUE ' TRANSFERIR'.                      00002090
          05 FILLER PIC X(16) VALUE '   VISTO'.                         00002100
                                                                        00002110
       01 WRK-DETALHE.                                                  00002120
          05 WRK-DET-CODIGO       PIC Z(7)9.                            00002130
          05 FILLER               PIC X(02) VALUE SPACES.               00002140
          05 WRK-DET-DESCRICAO    PIC X(25).                            00002150
          05 FILLER               PIC X(02) VALUE SPACES.               00002160
          05 WRK-DET-ORIGEM       PIC X(02).                            00002170
          05 FILLER               PIC X(02) VALUE SPACES.               00002180
          05 WRK-DET-DESTINO      PIC X(02).                            00002190
          05 FILLER               PIC X(04) VALUE SPACES.               00002200
          05 WRK-DET-SLD-ORIGEM   PIC Z(6)9.                            00002210
          05 FILLER               PIC X(03) VALUE SPACES.               00002220
          05 WRK-DET-DEM-ORIGEM   PIC Z(6)9.                            00002230
          05 FILLER               PIC X(03) VALUE SPACES.               00002240
          05 WRK-DET-SLD-DESTINO  PIC Z(6)9.                            00002250
          05 FILLER               PIC X(03) VALUE SPACES.               00002260
          05 WRK-DET-DEM-DESTINO  PIC Z(6)9.                            00002270
          05 FILLER               PIC X(04) VALUE SPACES.               00002280
          05 WRK-DET-QTD-TRANSF   PIC Z(6)9.                            00002290
          05 FILLER               PIC X(03) VALUE SPACES.               00002300
          05 FILLER               PIC X(12) VALUE '[ ]'.                00002310
                                                                        00002320
       01 WRK-RODAPE1.                                                  00002330
          05 FILLER PIC X(31) VALUE                                     00002340
             'TOTAL DE TRANSFERENCIAS.......:'.                         00002350
          05 FILLER PIC X(01) VALUE SPACES.                             00002360
          05 WRK-ROD-SUGERIDAS    PIC Z(8)9.                            00002370
                                                                        00002380
       01 WRK-RODAPE2.                                                  00002390
          05 FILLER PIC X(31) VALUE                                     00002400
             'QUANTIDADE TOTAL A TRANSFERIR.:'.                         00002410
          05 FILLER PIC X(01) VALUE SPACES.                             00002420
          05 WRK-ROD-QUANTIDADE   PIC Z(10)9.                           00002430
                                                                        00002440
       01 WRK-RODAPE3.                                                  00002450
          05 FILLER PIC X(60) VALUE                                     00002460
             'AS LINHAS NAO MARCADAS DEVEM SER RETIRADAS DO ARQUIVO DE'.00002470
          05 FILLER PIC X(60) VALUE                                     00002480
             'TRANSFERENCIAS ANTES DA POSTAGEM (FR05CB22)'.             00002490
                                                                        00002500
       01 WRK-RODAPE4.                                                  00002510
          05 FILLER PIC X(36) VALUE                                     00002520
             'APROVADO PELO SUPERVISOR DE ESTOQUE:'.                    00002530
          05 FILLER PIC X(34) VALUE                                     00002540
             ' ______________________________'.                         00002550
          05 FILLER PIC X(22) VALUE                                     00002560
             'DATA: ____/____/______'.                                  00002570
       COPY CPCAB01.                                                    00002580
       COPY CPERR01.                                                    00002590
       COPY CPDTA01.                                                    00002600
       COPY CPSTT01.                                                    00002610
      *=========================================*                       00002620
       PROCEDURE DIVISION.                                              00002630
      *=========================================*                       00002640
                                                                        00002650
      *---------------------------------------------------              00002660
       0000-PRINCIPAL                     SECTION.                      00002670
      *---------------------------------------------------              00002680
             PERFORM 0100-INICIAR.                                      00002690
             SORT ORDENACAO                                             00002700
                 ON ASCENDING KEY ORD-CODIGO                            00002710
                                  ORD-DEPOSITO                          00002720
                 INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                 00002730
                 OUTPUT PROCEDURE IS 0500-SUGERIR.                      00002740
             PERFORM 0300-FINALIZAR.                                    00002750
      *---------------------------------------------------              00002760
       0000-99-FIM.            EXIT.                                    00002770
      *---------------------------------------------------              00002780
                                                                        00002790
       0100-INICIAR                       SECTION.                      00002800
             MOVE 'FR06CB25' TO WRK-CAB-PROGRAMA.                       00002810
             PERFORM 0101-CABECALHO-PADRAO.                             00002820
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002830
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002840
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002850
             OPEN INPUT PRODUTO-MASTER.                                 00002860
             OPEN INPUT SALDOS.                                         00002870
             OPEN INPUT LIVROMOV.                                       00002880
             OPEN INPUT ENTRADA-SYSIN.                                  00002890
             OPEN OUTPUT TRANSFERENCIA.                                 00002900
             OPEN OUTPUT RELTRANS.                                      00002910
             PERFORM 0110-TESTAR-STATUS.                                00002920
             PERFORM 0115-LER-JANELA.                                   00002930
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00002940
             PERFORM 0120-CONTAR-DIAS.                                  00002950
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-HOJE.                      00002960
             COMPUTE WRK-DIAS-CORTE =                                   00002970
                 WRK-DIAS-HOJE - WRK-DIAS-JANELA.                       00002980
             MOVE WRK-DATA-NEGOCIO TO WRK-DOC-DATA.                     00002990
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-REFERENCIA.               00003000
             MOVE WRK-DIAS-JANELA  TO WRK-CAB-JANELA.                   00003010
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003020
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003030
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003040
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003050
      *---------------------------------------------------              00003060
       0100-99-FIM.            EXIT.                                    00003070
      *---------------------------------------------------              00003080
           COPY CPCAB02.                                                00003090
           COPY CPERR02.                                                00003100
           COPY CPDTA02.                                                00003110
           COPY CPSTT02.                                                00003120
      *---------------------------------------------------              00003130
       0110-TESTAR-STATUS                 SECTION.                      00003140
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003150
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003160
                 PERFORM 9000-TRATA-ERROS                               00003170
             END-IF.                                                    00003180
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00003190
                 MOVE ' ERRO OPEN MASTER DE SALDOS ' TO WRK-MSG         00003200
                 PERFORM 9000-TRATA-ERROS                               00003210
             END-IF.                                                    00003220
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00003230
                 MOVE ' ERRO OPEN LIVRO DE MOVIMENTACAO ' TO WRK-MSG    00003240
                 PERFORM 9000-TRATA-ERROS                               00003250
             END-IF.                                                    00003260
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003270
                 MOVE ' ERRO OPEN SYSIN ' TO WRK-MSG                    00003280
                 PERFORM 9000-TRATA-ERROS                               00003290
             END-IF.                                                    00003300
             IF WRK-FS-TRANSF NOT EQUAL ZEROS                           00003310
                 MOVE ' ERRO OPEN ARQUIVO DE TRANSFERENCIAS '           00003320
                     TO WRK-MSG                                         00003330
                 PERFORM 9000-TRATA-ERROS                               00003340
             END-IF.                                                    00003350
             IF WRK-FS-RELTRANS NOT EQUAL ZEROS                         00003360
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003370
                 PERFORM 9000-TRATA-ERROS                               00003380
             END-IF.                                                    00003390
      *---------------------------------------------------              00003400
       0115-LER-JANELA                    SECTION.                      00003410
      *    LE O CARTAO DA JANELA DE DEMANDA - SYSIN VAZIA OU            00003420
      *    DIAS NAO NUMERICOS/ZERADOS MANTEM O PADRAO DE 30             00003430
      *---------------------------------------------------              00003440
             READ ENTRADA-SYSIN.                                        00003450
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003460
                AND SYSIN-DIAS-JANELA NUMERIC                           00003470
                AND SYSIN-DIAS-JANELA > ZERO                            00003480
                 MOVE SYSIN-DIAS-JANELA TO WRK-DIAS-JANELA              00003490
             ELSE                                                       00003500
                 DISPLAY ' AVISO: SEM CARTAO DE JANELA VALIDO - '       00003510
                         'ASSUMIDOS 30 DIAS'                            00003520
             END-IF.                                                    00003530
             CLOSE ENTRADA-SYSIN.                                       00003540
      *---------------------------------------------------              00003550
       0120-CONTAR-DIAS                   SECTION.                      00003560
      *    CONVERTE A DATA DECOMPOSTA EM CONTAGEM DE DIAS DO            00003570
      *    CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE 30)            00003580
      *---------------------------------------------------              00003590
             COMPUTE WRK-DIAS-IDADE =                                   00003600
                 WRK-DEC-ANO * 360 + WRK-DEC-MES * 30                   00003610
                 + WRK-DEC-DIA.                                         00003620
      *---------------------------------------------------              00003630
       0300-FINALIZAR                     SECTION.                      00003640
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003650
             MOVE WRK-CONT-SUGERIDAS TO WRK-ROD-SUGERIDAS.              00003660
             WRITE REL-LINHA FROM WRK-RODAPE1.                          00003670
             MOVE WRK-TOT-QTD-TRANSF TO WRK-ROD-QUANTIDADE.             00003680
             WRITE REL-LINHA FROM WRK-RODAPE2.                          00003690
             MOVE SPACES TO REL-LINHA.                                  00003700
             WRITE REL-LINHA.                                           00003710
             WRITE REL-LINHA FROM WRK-RODAPE3.                          00003720
             MOVE SPACES TO REL-LINHA.                                  00003730
             WRITE REL-LINHA.                                           00003740
             WRITE REL-LINHA FROM WRK-RODAPE4.                          00003750
             MOVE WRK-CONT-PRODUTOS                                     00003760
                 TO WRK-STT-REGISTROS.                                  00003770
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003780
             CLOSE PRODUTO-MASTER.                                      00003790
             CLOSE SALDOS.                                              00003800
             CLOSE LIVROMOV.                                            00003810
             CLOSE TRANSFERENCIA.                                       00003820
             CLOSE RELTRANS.                                            00003830
             DISPLAY '------------------'.                              00003840
             DISPLAY '  LANCAMENTOS LIDOS.: ' WRK-CONT-LIDOS.           00003850
             DISPLAY '  SAIDAS NA JANELA..: ' WRK-CONT-LIBERADOS.       00003860
             DISPLAY '  PRODUTOS LIDOS....: ' WRK-CONT-PRODUTOS.        00003870
             DISPLAY '  TRANSF SUGERIDAS..: ' WRK-CONT-SUGERIDAS.       00003880
             DISPLAY '  SAIDAS SEM PRODUTO: ' WRK-CONT-ORFAOS.          00003890
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003900
             PERFORM 9000-TRATA-ERROS.                                  00003910
      *---------------------------------------------------              00003920
       0400-ALIMENTAR-SORT                SECTION.                      00003930
      *    PROCEDURE DE ENTRADA DO SORT - LIBERA CADA SAIDA DO          00003940
      *    LIVRO DENTRO DA JANELA, POR PRODUTO E DEPOSITO               00003950
      *---------------------------------------------------              00003960
             PERFORM 0410-LIBERAR-UMA-SAIDA                             00003970
                 UNTIL WRK-FS-LIVROMOV NOT EQUAL ZEROS.                 00003980
      *---------------------------------------------------              00003990
       0410-LIBERAR-UMA-SAIDA             SECTION.                      00004000
      *    SO CONTA COMO DEMANDA A SAIDA 'S' QUE NAO SEJA A             00004010
      *    PERNA DE ORIGEM DE UMA TRANSFERENCIA SUGERIDA AQUI           00004020
      *    (DOCUMENTO 'RB'). LANCAMENTO LEGADO SEM DEPOSITO FOI         00004030
      *    POSTADO NO DEPOSITO 01                                       00004040
      *---------------------------------------------------              00004050
             READ LIVROMOV.                                             00004060
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00004070
                 GO TO 0410-99-FIM                                      00004080
             END-IF.                                                    00004090
             ADD 1 TO WRK-CONT-LIDOS.                                   00004100
             IF NOT LMV-SAIDA                                           00004110
                 GO TO 0410-99-FIM                                      00004120
             END-IF.                                                    00004130
             IF LMV-DOCUMENTO (1:2) EQUAL 'RB'                          00004140
                 GO TO 0410-99-FIM                                      00004150
             END-IF.                                                    00004160
             MOVE LMV-DATA TO WRK-DATA-DECOMPOSTA.                      00004170
             PERFORM 0120-CONTAR-DIAS.                                  00004180
             IF WRK-DIAS-IDADE NOT > WRK-DIAS-CORTE                     00004190
                OR WRK-DIAS-IDADE > WRK-DIAS-HOJE                       00004200
                 GO TO 0410-99-FIM                                      00004210
             END-IF.                                                    00004220
             MOVE LMV-CODIGO     TO ORD-CODIGO.                         00004230
             MOVE LMV-DEPOSITO   TO ORD-DEPOSITO.                       00004240
             IF ORD-DEPOSITO EQUAL SPACES                               00004250
                 MOVE '01' TO ORD-DEPOSITO                              00004260
             END-IF.                                                    00004270
             MOVE LMV-QUANTIDADE TO ORD-QUANTIDADE.                     00004280
             ADD 1 TO WRK-CONT-LIBERADOS.                               00004290
             RELEASE ORD-REGISTRO.                                      00004300
       0410-99-FIM.            EXIT.                                    00004310
      *---------------------------------------------------              00004320
       0500-SUGERIR                       SECTION.                      00004330
      *    PROCEDURE DE SAIDA DO SORT - CASA AS SAIDAS EM ORDEM         00004340
      *    DE PRODUTO COM PRODUTO-MASTER LIDO EM SEQUENCIA.             00004350
      *    SAIDA DE PRODUTO REMOVIDO DO MASTER E DESPREZADA             00004360
      *---------------------------------------------------              00004370
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00004380
             PERFORM 0510-RECEBER-UM.                                   00004390
             PERFORM 0520-TRATAR-UM-PRODUTO                             00004400
                 UNTIL WRK-FS-PRDM NOT EQUAL ZEROS.                     00004410
             PERFORM 0530-DESPREZAR-ORFAO                               00004420
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00004430
      *---------------------------------------------------              00004440
       0510-RECEBER-UM                    SECTION.                      00004450
             RETURN ORDENACAO                                           00004460
                 AT END                                                 00004470
                     MOVE '99'      TO WRK-FS-ORDENACAO                 00004480
                     MOVE 999999999 TO WRK-ORD-CODIGO                   00004490
                 NOT AT END                                             00004500
                     MOVE ORD-CODIGO TO WRK-ORD-CODIGO                  00004510
             END-RETURN.                                                00004520
      *---------------------------------------------------              00004530
       0520-TRATAR-UM-PRODUTO             SECTION.                      00004540
             READ PRODUTO-MASTER NEXT RECORD.                           00004550
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00004560
                 GO TO 0520-99-FIM                                      00004570
             END-IF.                                                    00004580
             ADD 1 TO WRK-CONT-PRODUTOS.                                00004590
             PERFORM 0530-DESPREZAR-ORFAO                               00004600
                 UNTIL WRK-ORD-CODIGO NOT < PRDM-CODIGO.                00004610
             MOVE ZEROS TO WRK-DEMANDA-01.                              00004620
             MOVE ZEROS TO WRK-DEMANDA-02.                              00004630
             PERFORM 0540-ACUMULAR-SAIDA                                00004640
                 UNTIL WRK-ORD-CODIGO NOT EQUAL PRDM-CODIGO.            00004650
             IF PRDM-ATIVO                                              00004660
                 PERFORM 0550-LER-SALDOS                                00004670
                 PERFORM 0560-CALCULAR-TRANSFERENCIA                    00004680
             END-IF.                                                    00004690
       0520-99-FIM.            EXIT.                                    00004700
      *---------------------------------------------------              00004710
       0530-DESPREZAR-ORFAO               SECTION.                      00004720
             ADD 1 TO WRK-CONT-ORFAOS.                                  00004730
             PERFORM 0510-RECEBER-UM.                                   00004740
      *---------------------------------------------------              00004750
       0540-ACUMULAR-SAIDA                SECTION.                      00004760
             IF ORD-DEPOSITO EQUAL '02'                                 00004770
                 ADD ORD-QUANTIDADE TO WRK-DEMANDA-02                   00004780
             ELSE                                                       00004790
                 ADD ORD-QUANTIDADE TO WRK-DEMANDA-01                   00004800
             END-IF.                                                    00004810
             PERFORM 0510-RECEBER-UM.                                   00004820
      *---------------------------------------------------              00004830
       0550-LER-SALDOS                    SECTION.                      00004840
      *    SALDO DO PRODUTO EM CADA DEPOSITO - SEM REGISTRO NO          00004850
      *    MASTER DE SALDOS, O DEPOSITO ESTA ZERADO                     00004860
      *---------------------------------------------------              00004870
             MOVE ZEROS TO WRK-SALDO-01.                                00004880
             MOVE ZEROS TO WRK-SALDO-02.                                00004890
             MOVE PRDM-CODIGO TO SLD-CODIGO.                            00004900
             MOVE '01'        TO SLD-DEPOSITO.                          00004910
             READ SALDOS                                                00004920
                 INVALID KEY                                            00004930
                     CONTINUE                                           00004940
                 NOT INVALID KEY                                        00004950
                     MOVE SLD-QUANTIDADE TO WRK-SALDO-01                00004960
             END-READ.                                                  00004970
             MOVE PRDM-CODIGO TO SLD-CODIGO.                            00004980
             MOVE '02'        TO SLD-DEPOSITO.                          00004990
             READ SALDOS                                                00005000
                 INVALID KEY                                            00005010
                     CONTINUE                                           00005020
                 NOT INVALID KEY                                        00005030
                     MOVE SLD-QUANTIDADE TO WRK-SALDO-02                00005040
             END-READ.                                                  00005050
      *---------------------------------------------------              00005060
       0560-CALCULAR-TRANSFERENCIA        SECTION.                      00005070
      *    O DEPOSITO QUE NAO COBRE A DEMANDA DA JANELA RECEBE          00005080
      *    DO OUTRO O MENOR ENTRE O QUE LHE FALTA E O QUE O             00005090
      *    OUTRO TEM ACIMA DA PROPRIA DEMANDA - A ORIGEM NUNCA          00005100
      *    FICA ABAIXO DA SUA DEMANDA. OS DOIS DEPOSITOS ABAIXO         00005110
      *    DA DEMANDA E CASO DE COMPRA, NAO DE TRANSFERENCIA            00005120
      *---------------------------------------------------              00005130
             MOVE ZEROS TO WRK-SOBRA-01.                                00005140
             MOVE ZEROS TO WRK-SOBRA-02.                                00005150
             MOVE ZEROS TO WRK-FALTA-01.                                00005160
             MOVE ZEROS TO WRK-FALTA-02.                                00005170
             IF WRK-DEMANDA-01 > WRK-SALDO-01                           00005180
                 COMPUTE WRK-FALTA-01 = WRK-DEMANDA-01 - WRK-SALDO-01   00005190
             ELSE                                                       00005200
                 COMPUTE WRK-SOBRA-01 = WRK-SALDO-01 - WRK-DEMANDA-01   00005210
             END-IF.                                                    00005220
             IF WRK-DEMANDA-02 > WRK-SALDO-02                           00005230
                 COMPUTE WRK-FALTA-02 = WRK-DEMANDA-02 - WRK-SALDO-02   00005240
             ELSE                                                       00005250
                 COMPUTE WRK-SOBRA-02 = WRK-SALDO-02 - WRK-DEMANDA-02   00005260
             END-IF.                                                    00005270
             EVALUATE TRUE                                              00005280
                 WHEN WRK-FALTA-01 > ZERO AND WRK-SOBRA-02 > ZERO       00005290
                     MOVE '02' TO WRK-DEP-ORIGEM                        00005300
                     MOVE '01' TO WRK-DEP-DESTINO                       00005310
                     IF WRK-FALTA-01 < WRK-SOBRA-02                     00005320
                         MOVE WRK-FALTA-01 TO WRK-QTD-TRANSF            00005330
                     ELSE                                               00005340
                         MOVE WRK-SOBRA-02 TO WRK-QTD-TRANSF            00005350
                     END-IF                                             00005360
                 WHEN WRK-FALTA-02 > ZERO AND WRK-SOBRA-01 > ZERO       00005370
                     MOVE '01' TO WRK-DEP-ORIGEM                        00005380
                     MOVE '02' TO WRK-DEP-DESTINO                       00005390
                     IF WRK-FALTA-02 < WRK-SOBRA-01                     00005400
                         MOVE WRK-FALTA-02 TO WRK-QTD-TRANSF            00005410
                     ELSE                                               00005420
                         MOVE WRK-SOBRA-01 TO WRK-QTD-TRANSF            00005430
                     END-IF                                             00005440
                 WHEN OTHER                                             00005450
                     GO TO 0560-99-FIM                                  00005460
             END-EVALUATE.                                              00005470
             PERFORM 0570-GRAVAR-TRANSFERENCIA.                         00005480
             PERFORM 0580-IMPRIMIR-TRANSFERENCIA.                       00005490
       0560-99-FIM.            EXIT.                                    00005500
      *---------------------------------------------------              00005510
       0570-GRAVAR-TRANSFERENCIA          SECTION.                      00005520
      *    GRAVA O MOVIMENTO 'T' PRONTO PARA A POSTAGEM                 00005530
      *---------------------------------------------------              00005540
             MOVE PRDM-CODIGO      TO MOV-CODIGO.                       00005550
             SET MOV-TRANSFERENCIA TO TRUE.                             00005560
             MOVE WRK-QTD-TRANSF   TO MOV-QUANTIDADE.                   00005570
             MOVE WRK-DOCUMENTO-RB TO MOV-DOCUMENTO.                    00005580
             MOVE WRK-DEP-ORIGEM   TO MOV-DEPOSITO.                     00005590
             MOVE WRK-DEP-DESTINO  TO MOV-DEPOSITO-DESTINO.             00005600
             MOVE SPACES           TO MOV-LOTE.                         00005610
             MOVE ZEROS            TO MOV-DATA-VALIDADE.                00005620
             WRITE CPMOV01-REGISTRO.                                    00005630
             IF WRK-FS-TRANSF NOT EQUAL ZEROS                           00005640
                 MOVE ' ERRO GRAVACAO ARQUIVO DE TRANSFERENCIAS '       00005650
                     TO WRK-MSG                                         00005660
                 PERFORM 9000-TRATA-ERROS                               00005670
             END-IF.                                                    00005680
             ADD 1 TO WRK-CONT-SUGERIDAS.                               00005690
             ADD WRK-QTD-TRANSF TO WRK-TOT-QTD-TRANSF.                  00005700
      *---------------------------------------------------              00005710
       0580-IMPRIMIR-TRANSFERENCIA        SECTION.                      00005720
             MOVE PRDM-CODIGO      TO WRK-DET-CODIGO.                   00005730
             MOVE PRDM-DESCRICAO   TO WRK-DET-DESCRICAO.                00005740
             MOVE WRK-DEP-ORIGEM   TO WRK-DET-ORIGEM.                   00005750
             MOVE WRK-DEP-DESTINO  TO WRK-DET-DESTINO.                  00005760
             MOVE WRK-QTD-TRANSF   TO WRK-DET-QTD-TRANSF.               00005770
             IF WRK-DEP-ORIGEM EQUAL '01'                               00005780
                 MOVE WRK-SALDO-01   TO WRK-DET-SLD-ORIGEM              00005790
                 MOVE WRK-DEMANDA-01 TO WRK-DET-DEM-ORIGEM              00005800
                 MOVE WRK-SALDO-02   TO WRK-DET-SLD-DESTINO             00005810
                 MOVE WRK-DEMANDA-02 TO WRK-DET-DEM-DESTINO             00005820
             ELSE                                                       00005830
                 MOVE WRK-SALDO-02   TO WRK-DET-SLD-ORIGEM              00005840
                 MOVE WRK-DEMANDA-02 TO WRK-DET-DEM-ORIGEM              00005850
                 MOVE WRK-SALDO-01   TO WRK-DET-SLD-DESTINO             00005860
                 MOVE WRK-DEMANDA-01 TO WRK-DET-DEM-DESTINO             00005870
             END-IF.                                                    00005880
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005890
      *---------------------------------------------------              00005900
       9000-TRATA-ERROS                   SECTION.                      00005910
      *---------------------------------------------------              00005920
             PERFORM 9050-GRAVAR-ERRLOG.                                00005930
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005940
             STOP RUN.                                                  00005950
      *--------------------------------------------------------------   00005960
       9000-99-FIM.            EXIT.                                    00005970
      *--------------------------------------------------------------   00005980
