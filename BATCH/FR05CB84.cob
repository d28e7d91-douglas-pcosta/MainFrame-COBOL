      *               PERCENTUAL SOBRE A VENDA. PRODUTO SEM CUSTO       00000190
      *               CADASTRADO SAI MARCADO *SEM CUSTO* - MARGEM       00000200
      *               APURADA COMO CEM POR CENTO NAO E MERITO, E        00000210
      *               CADASTRO INCOMPLETO. LINHA FATURADA A PRECO       00000220
      *               NEGOCIADO (CONTRATO DO CLIENTE OU QUEBRA DE       00000230
      *               QUANTIDADE) SOMA NA COLUNA CONTR: A RECEITA       00000240
      *               CEDIDA - (LISTA - PRECO) VEZES A QUANTIDADE       00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000300
      *     02/09/2026  IVS     A APURACAO PASSA A PERCORRER O          00000310
      *                         HISTORICO DE NOTAS (CPNFH01) PELA       00000320
      *                         DATA DE EMISSAO - A DATA DO PEDIDO      00000330
      *                         E A DA ENTRADA E DEIXAVA DE FORA        00000340
      *                         TODA NOTA EMITIDA EM MES POSTERIOR      00000350
      *     15/10/2026  IVS     NOTA COM VARIAS LINHAS: CHAVE DO        00000360
      *                         HISTORICO PASSA A NFH-CHAVE; A NOTA     00000370
      *                         E CONTADA SO NA PRIMEIRA LINHA          00000380
      *     15/10/2026  IVS     NOVA COLUNA CONTR: COM A RECEITA        00000390
      *                         CEDIDA POR PRECO NEGOCIADO (REGRA       00000400
      *                         C/G/Q NO HISTORICO DA NOTA) E           00000410
      *                         TOTAL GERAL NO FIM DO RELATORIO         00000420
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000430
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000440
      *                         ENTRA NA MARGEM                         00000450
      *=======================================================*         00000460
                                                                        00000470
      *=======================================================*         00000480
       ENVIRONMENT                               DIVISION.              00000490
      *=======================================================*         00000500
       INPUT-OUTPUT                              SECTION.               00000510
       FILE-CONTROL.                                                    00000520
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS SEQUENTIAL                              00000550
                RECORD KEY   IS NFH-CHAVE                               00000560
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000570
                                                                        00000580
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000590
                ORGANIZATION IS INDEXED                                 00000600
                ACCESS MODE  IS DYNAMIC                                 00000610
                RECORD KEY   IS PRDM-CODIGO                             00000620
                FILE STATUS  IS WRK-FS-PRDM.                            00000630
                                                                        00000640
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000650
                FILE STATUS  IS WRK-FS-SYSIN.                           00000660
                                                                        00000670
             SELECT RELMARGE ASSIGN TO ARQRPT                           00000680
                FILE STATUS  IS WRK-FS-RELMARGE.                        00000690
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
       FD NOTAHIST.                                                     00000860
           COPY CPNFH01.                                                00000870
                                                                        00000880
       FD PRODUTO-MASTER.                                               00000890
           COPY CPPRDM01.                                               00000900
                                                                        00000910
       FD ENTRADA-SYSIN                                                 00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
       01 SYSIN-REGISTRO             PIC X(006).                        00000950
                                                                        00000960
       FD RELMARGE                                                      00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
       01 REL-LINHA                    PIC X(132).                      00001000
                                                                        00001010
       FD CALENDARIO.                                                   00001020
           COPY CPCAL01.                                                00001030
                                                                        00001040
       FD ERRLOG.                                                       00001050
           COPY CPERRL01.                                               00001060
                                                                        00001070
       FD ESTATIS                                                       00001080
           RECORDING MODE IS F                                          00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
           COPY CPSTA01.                                                00001110
      *---------------------------------------------------              00001120
       WORKING-STORAGE                           SECTION.               00001130
      *---------------------------------------------------              00001140
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001150
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001160
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001170
       77 WRK-FS-RELMARGE     PIC X(02) VALUE SPACES.                   00001180
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001190
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001200
       77 WRK-CONT-FATURADOS  PIC 9(09) COMP VALUE ZERO.                00001210
       77 WRK-CONT-SEM-CUSTO  PIC 9(09) COMP VALUE ZERO.                00001220
       77 WRK-MES-APURACAO    PIC 9(06) VALUE ZERO.                     00001230
       77 WRK-CUSTO-PEDIDO    PIC 9(11)V99 COMP-3 VALUE ZERO.           00001240
       77 WRK-MARGEM-PCT      PIC S9(05)V99 COMP-3 VALUE ZERO.          00001250
       77 WRK-CEDIDO-LINHA    PIC 9(11)V99 COMP-3 VALUE ZERO.           00001260
       77 WRK-TOTAL-CEDIDO    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001270
      *---------------------------------------------------              00001280
      *    ACUMULADORES POR PRODUTO E POR CATEGORIA                     00001290
      *---------------------------------------------------              00001300
       77 WRK-MAX-ITENS       PIC 9(04) COMP VALUE 1000.                00001310
       77 WRK-QTD-ITENS       PIC 9(04) COMP VALUE ZERO.                00001320
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001330
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001340
       77 WRK-TIPO-ALVO       PIC X(01) VALUE SPACE.                    00001350
       77 WRK-CHAVE-ALVO      PIC X(08) VALUE SPACES.                   00001360
       01 WRK-TABELA-ITENS.                                             00001370
          05 WRK-ENT-ITEM OCCURS 1000 TIMES.                            00001380
             10 WRK-ITM-TIPO          PIC X(01).                        00001390
             10 WRK-ITM-CHAVE         PIC X(08).                        00001400
             10 WRK-ITM-VENDA         PIC 9(13)V99 COMP-3.              00001410
             10 WRK-ITM-CUSTO         PIC 9(13)V99 COMP-3.              00001420
             10 WRK-ITM-SEM-CUSTO     PIC X(01).                        00001430
             10 WRK-ITM-CEDIDO        PIC 9(13)V99 COMP-3.              00001440
      *---------------------------------------------------              00001450
      *    LINHAS DO RELATORIO                                          00001460
      *---------------------------------------------------              00001470
       01 WRK-CABEC1.                                                   00001480
          05 FILLER               PIC X(38) VALUE                       00001490
             'MARGEM BRUTA DO FATURAMENTO - MES:    '.                  00001500
          05 WRK-CAB-MES          PIC 9(06).                            00001510
                                                                        00001520
       01 WRK-DETALHE.                                                  00001530
          05 WRK-DET-TIPO         PIC X(10).                            00001540
          05 FILLER               PIC X(01) VALUE SPACE.                00001550
          05 WRK-DET-CHAVE        PIC X(08).                            00001560
          05 FILLER               PIC X(09) VALUE ' VENDA:  '.          00001570
          05 WRK-DET-VENDA        PIC Z(10)9.99.                        00001580
          05 FILLER               PIC X(08) VALUE ' CUSTO: '.           00001590
          05 WRK-DET-CUSTO        PIC Z(10)9.99.                        00001600
          05 FILLER               PIC X(09) VALUE ' MARGEM: '.          00001610
          05 WRK-DET-MARGEM       PIC -(9)9.99.                         00001620
          05 FILLER               PIC X(01) VALUE SPACE.                00001630
          05 WRK-DET-PCT          PIC -(3)9.99.                         00001640
          05 FILLER               PIC X(01) VALUE '%'.                  00001650
          05 FILLER               PIC X(01) VALUE SPACE.                00001660
          05 WRK-DET-AVISO        PIC X(11).                            00001670
          05 FILLER               PIC X(08) VALUE ' CONTR: '.           00001680
          05 WRK-DET-CEDIDO       PIC Z(8)9.99.                         00001690
       01 WRK-TOTAL-GERAL.                                              00001700
          05 FILLER               PIC X(36) VALUE                       00001710
             'RECEITA CEDIDA POR PRECO NEGOCIADO: '.                    00001720
          05 WRK-TOT-CEDIDO       PIC Z(12)9.99.                        00001730
       COPY CPCAB01.                                                    00001740
       COPY CPERR01.                                                    00001750
       COPY CPDTA01.                                                    00001760
       COPY CPSTT01.                                                    00001770
      *=========================================*                       00001780
       PROCEDURE DIVISION.                                              00001790
      *=========================================*                       00001800
                                                                        00001810
      *---------------------------------------------------              00001820
       0000-PRINCIPAL                     SECTION.                      00001830
      *---------------------------------------------------              00001840
             PERFORM 0100-INICIAR.                                      00001850
             PERFORM 0200-PROCESSAR                                     00001860
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00001870
             PERFORM 0300-FINALIZAR.                                    00001880
      *---------------------------------------------------              00001890
       0000-99-FIM.            EXIT.                                    00001900
      *---------------------------------------------------              00001910
                                                                        00001920
       0100-INICIAR                       SECTION.                      00001930
             MOVE 'FR05CB84' TO WRK-CAB-PROGRAMA.                       00001940
             PERFORM 0101-CABECALHO-PADRAO.                             00001950
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001960
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001970
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001980
             OPEN INPUT NOTAHIST.                                       00001990
             OPEN INPUT PRODUTO-MASTER.                                 00002000
             OPEN INPUT ENTRADA-SYSIN.                                  00002010
             OPEN OUTPUT RELMARGE.                                      00002020
             PERFORM 0110-TESTAR-STATUS.                                00002030
             PERFORM 0107-LER-MES.                                      00002040
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002050
      *---------------------------------------------------              00002060
       0100-99-FIM.            EXIT.                                    00002070
      *---------------------------------------------------              00002080
           COPY CPCAB02.                                                00002090
           COPY CPERR02.                                                00002100
           COPY CPDTA02.                                                00002110
           COPY CPSTT02.                                                00002120
      *---------------------------------------------------              00002130
       0107-LER-MES                       SECTION.                      00002140
      *    LE O CARTAO OPCIONAL COM O MES DA APURACAO (AAAAMM) -        00002150
      *    SEM CARTAO, VALE O MES DA DATA DE NEGOCIO                    00002160
      *---------------------------------------------------              00002170
             READ ENTRADA-SYSIN INTO WRK-MES-APURACAO.                  00002180
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002190
                OR WRK-MES-APURACAO NOT NUMERIC                         00002200
                OR WRK-MES-APURACAO EQUAL ZEROS                         00002210
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-APURACAO        00002220
             END-IF.                                                    00002230
             CLOSE ENTRADA-SYSIN.                                       00002240
             MOVE WRK-MES-APURACAO TO WRK-CAB-MES.                      00002250
      *---------------------------------------------------              00002260
       0110-TESTAR-STATUS                 SECTION.                      00002270
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00002280
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00002290
                 PERFORM 9000-TRATA-ERROS                               00002300
             END-IF.                                                    00002310
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002320
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002330
                 PERFORM 9000-TRATA-ERROS                               00002340
             END-IF.                                                    00002350
             IF WRK-FS-RELMARGE NOT EQUAL ZEROS                         00002360
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002370
                 PERFORM 9000-TRATA-ERROS                               00002380
             END-IF.                                                    00002390
      *---------------------------------------------------              00002400
       0200-PROCESSAR                     SECTION.                      00002410
             READ NOTAHIST NEXT RECORD.                                 00002420
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00002430
                 ADD 1 TO WRK-CONT-LIDOS                                00002440
                 IF NFH-DATA-EMISSAO (1:6) EQUAL WRK-MES-APURACAO       00002450
                    AND NOT NFH-NOTA-CANCELADA                          00002460
                     IF NFH-ITEM NOT > 1                                00002470
                         ADD 1 TO WRK-CONT-FATURADOS                    00002480
                     END-IF                                             00002490
                     PERFORM 0210-APURAR-NOTA                           00002500
                 END-IF                                                 00002510
             END-IF.                                                    00002520
      *---------------------------------------------------              00002530
       0210-APURAR-NOTA                   SECTION.                      00002540
      *    VALORA O CUSTO DA NOTA PELO CUSTO UNITARIO ATUAL DO          00002550
      *    MASTER E ACUMULA NOS DOIS EIXOS: PRODUTO E CATEGORIA.        00002560
      *    NOTA DE PRECO NEGOCIADO APURA A RECEITA CEDIDA SOBRE O       00002570
      *    PRECO DE LISTA - NOTA ANTERIOR AO CONTRATO VEM SEM           00002580
      *    REGRA E NAO ENTRA                                            00002590
      *---------------------------------------------------              00002600
             MOVE ZEROS TO WRK-CUSTO-PEDIDO.                            00002610
             MOVE ZEROS TO WRK-CEDIDO-LINHA.                            00002620
             IF NFH-PRECO-NEGOCIADO                                     00002630
                AND NFH-PRECO-LISTA NUMERIC                             00002640
                AND NFH-PRECO-LISTA > NFH-PRECO-UNIT                    00002650
                 COMPUTE WRK-CEDIDO-LINHA =                             00002660
                     (NFH-PRECO-LISTA - NFH-PRECO-UNIT)                 00002670
                     * NFH-QUANTIDADE                                   00002680
                 ADD WRK-CEDIDO-LINHA TO WRK-TOTAL-CEDIDO               00002690
             END-IF.                                                    00002700
             MOVE NFH-CODIGO TO PRDM-CODIGO.                            00002710
             READ PRODUTO-MASTER                                        00002720
                 INVALID KEY                                            00002730
                     MOVE SPACES TO PRDM-CATEGORIA                      00002740
                     ADD 1 TO WRK-CONT-SEM-CUSTO                        00002750
                 NOT INVALID KEY                                        00002760
                     IF PRDM-CUSTO-UNIT NUMERIC                         00002770
                        AND PRDM-CUSTO-UNIT > ZEROS                     00002780
                         COMPUTE WRK-CUSTO-PEDIDO ROUNDED =             00002790
                             NFH-QUANTIDADE * PRDM-CUSTO-UNIT           00002800
                     ELSE                                               00002810
                         ADD 1 TO WRK-CONT-SEM-CUSTO                    00002820
                     END-IF                                             00002830
             END-READ.                                                  00002840
             MOVE 'P' TO WRK-TIPO-ALVO.                                 00002850
             MOVE SPACES TO WRK-CHAVE-ALVO.                             00002860
             MOVE NFH-CODIGO TO WRK-CHAVE-ALVO.                         00002870
             PERFORM 0220-ACUMULAR-ITEM.                                00002880
             MOVE 'C' TO WRK-TIPO-ALVO.                                 00002890
             MOVE SPACES TO WRK-CHAVE-ALVO.                             00002900
             MOVE PRDM-CATEGORIA TO WRK-CHAVE-ALVO (1:5).               00002910
             PERFORM 0220-ACUMULAR-ITEM.                                00002920
      *---------------------------------------------------              00002930
       0220-ACUMULAR-ITEM                 SECTION.                      00002940
             MOVE ZERO TO WRK-IDX-ACHADO.                               00002950
             MOVE ZERO TO WRK-IDX.                                      00002960
             PERFORM 0225-PROCURAR-ITEM                                 00002970
                 UNTIL WRK-IDX >= WRK-QTD-ITENS                         00002980
                    OR WRK-IDX-ACHADO > ZERO.                           00002990
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003000
                 IF WRK-QTD-ITENS >= WRK-MAX-ITENS                      00003010
                     MOVE ' ERRO ITENS EXCEDEM A TABELA '               00003020
                         TO WRK-MSG                                     00003030
                     PERFORM 9000-TRATA-ERROS                           00003040
                 END-IF                                                 00003050
                 ADD 1 TO WRK-QTD-ITENS                                 00003060
                 MOVE WRK-QTD-ITENS TO WRK-IDX-ACHADO                   00003070
                 MOVE WRK-TIPO-ALVO                                     00003080
                     TO WRK-ITM-TIPO (WRK-IDX-ACHADO)                   00003090
                 MOVE WRK-CHAVE-ALVO                                    00003100
                     TO WRK-ITM-CHAVE (WRK-IDX-ACHADO)                  00003110
                 MOVE ZEROS TO WRK-ITM-VENDA (WRK-IDX-ACHADO)           00003120
                 MOVE ZEROS TO WRK-ITM-CUSTO (WRK-IDX-ACHADO)           00003130
                 MOVE 'N' TO WRK-ITM-SEM-CUSTO (WRK-IDX-ACHADO)         00003140
                 MOVE ZEROS TO WRK-ITM-CEDIDO (WRK-IDX-ACHADO)          00003150
             END-IF.                                                    00003160
             ADD WRK-CEDIDO-LINHA                                       00003170
                 TO WRK-ITM-CEDIDO (WRK-IDX-ACHADO).                    00003180
             ADD NFH-VALOR-TOTAL                                        00003190
                 TO WRK-ITM-VENDA (WRK-IDX-ACHADO).                     00003200
             ADD WRK-CUSTO-PEDIDO                                       00003210
                 TO WRK-ITM-CUSTO (WRK-IDX-ACHADO).                     00003220
             IF WRK-CUSTO-PEDIDO EQUAL ZEROS                            00003230
                 MOVE 'S' TO WRK-ITM-SEM-CUSTO (WRK-IDX-ACHADO)         00003240
             END-IF.                                                    00003250
      *---------------------------------------------------              00003260
       0225-PROCURAR-ITEM                 SECTION.                      00003270
             ADD 1 TO WRK-IDX.                                          00003280
             IF WRK-ITM-TIPO (WRK-IDX) EQUAL WRK-TIPO-ALVO              00003290
                AND WRK-ITM-CHAVE (WRK-IDX) EQUAL WRK-CHAVE-ALVO        00003300
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003310
             END-IF.                                                    00003320
      *---------------------------------------------------              00003330
       0300-FINALIZAR                     SECTION.                      00003340
             PERFORM 0320-IMPRIMIR-ITENS.                               00003350
             MOVE WRK-TOTAL-CEDIDO TO WRK-TOT-CEDIDO.                   00003360
             WRITE REL-LINHA FROM WRK-TOTAL-GERAL.                      00003370
             MOVE WRK-CONT-LIDOS                                        00003380
                 TO WRK-STT-REGISTROS.                                  00003390
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003400
             CLOSE NOTAHIST.                                            00003410
             CLOSE PRODUTO-MASTER.                                      00003420
             CLOSE RELMARGE.                                            00003430
             DISPLAY '------------------'.                              00003440
             DISPLAY '  NOTAS LIDAS.......: ' WRK-CONT-LIDOS.           00003450
             DISPLAY '  NOTAS DO MES......: ' WRK-CONT-FATURADOS.       00003460
             DISPLAY '  LINHAS SEM CUSTO..: ' WRK-CONT-SEM-CUSTO.       00003470
             DISPLAY '  RECEITA CEDIDA....: ' WRK-TOT-CEDIDO.           00003480
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003490
             PERFORM 9000-TRATA-ERROS.                                  00003500
      *---------------------------------------------------              00003510
       0320-IMPRIMIR-ITENS                SECTION.                      00003520
             MOVE ZERO TO WRK-IDX.                                      00003530
             PERFORM 0325-IMPRIMIR-UM-ITEM                              00003540
                 UNTIL WRK-IDX >= WRK-QTD-ITENS.                        00003550
      *---------------------------------------------------              00003560
       0325-IMPRIMIR-UM-ITEM              SECTION.                      00003570
             ADD 1 TO WRK-IDX.                                          00003580
             IF WRK-ITM-TIPO (WRK-IDX) EQUAL 'P'                        00003590
                 MOVE 'PRODUTO  :' TO WRK-DET-TIPO                      00003600
             ELSE                                                       00003610
                 MOVE 'CATEGORIA:' TO WRK-DET-TIPO                      00003620
             END-IF.                                                    00003630
             MOVE WRK-ITM-CHAVE (WRK-IDX) TO WRK-DET-CHAVE.             00003640
             MOVE WRK-ITM-VENDA (WRK-IDX) TO WRK-DET-VENDA.             00003650
             MOVE WRK-ITM-CUSTO (WRK-IDX) TO WRK-DET-CUSTO.             00003660
             COMPUTE WRK-DET-MARGEM =                                   00003670
                 WRK-ITM-VENDA (WRK-IDX) - WRK-ITM-CUSTO (WRK-IDX).     00003680
             IF WRK-ITM-VENDA (WRK-IDX) > ZEROS                         00003690
                 COMPUTE WRK-MARGEM-PCT ROUNDED =                       00003700
                     (WRK-ITM-VENDA (WRK-IDX)                           00003710
                      - WRK-ITM-CUSTO (WRK-IDX))                        00003720
                     * 100 / WRK-ITM-VENDA (WRK-IDX)                    00003730
             ELSE                                                       00003740
                 MOVE ZEROS TO WRK-MARGEM-PCT                           00003750
             END-IF.                                                    00003760
             MOVE WRK-MARGEM-PCT TO WRK-DET-PCT.                        00003770
             IF WRK-ITM-SEM-CUSTO (WRK-IDX) EQUAL 'S'                   00003780
                 MOVE '*SEM CUSTO*' TO WRK-DET-AVISO                    00003790
             ELSE                                                       00003800
                 MOVE SPACES        TO WRK-DET-AVISO                    00003810
             END-IF.                                                    00003820
             MOVE WRK-ITM-CEDIDO (WRK-IDX) TO WRK-DET-CEDIDO.           00003830
             WRITE REL-LINHA FROM WRK-DETALHE.                          00003840
      *---------------------------------------------------              00003850
       9000-TRATA-ERROS                   SECTION.                      00003860
      *---------------------------------------------------              00003870
             PERFORM 9050-GRAVAR-ERRLOG.                                00003880
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00003890
             STOP RUN.                                                  00003900
      *--------------------------------------------------------------   00003910
       9000-99-FIM.            EXIT.                                    00003920
      *--------------------------------------------------------------   00003930
