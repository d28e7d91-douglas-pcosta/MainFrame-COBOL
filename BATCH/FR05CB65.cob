      *                         OU INATIVO NO MASTER DEIXA DE           00000340
      *                         GERAR PEDIDO DE COMPRA - SAI EM         00000350
      *                         LINHA PROPRIA NO RELATORIO              00000360
      *     15/10/2026  IVS     O PEDIDO GRAVA O PRECO UNITARIO         00000370
      *                         (CUSTO DO PRODUTO NA EMISSAO) E         00000380
      *                         A QUANTIDADE FATURADA ZERADA,           00000390
      *                         BASE DO CASAMENTO DA NOTA DO            00000400
      *                         FORNECEDOR (FR06CB07)                   00000410
      *     15/10/2026  IVS     CADA PEDIDO GERADO SAI NO               00000420
      *                         RELATORIO COM A NOTA DE                 00000430
      *                         DESEMPENHO DO FORNECEDOR                00000440
      *                         (SCORECARD FR06CB09) E O ALERTA         00000450
      *                         DE NOTA ABAIXO DO MINIMO                00000460
      *     15/10/2026  IVS     A SUGESTAO E COMPRADA NA UNIDADE DE     00000470
      *                         COMPRA DO PRODUTO (CPCNV01),            00000480
      *                         ARREDONDADA PARA EMBALAGENS INTEIRAS;   00000490
      *                         O PEDIDO GUARDA A UNIDADE E O FATOR E   00000500
      *                         O RELATORIO MOSTRA EMBALAGENS E         00000510
      *                         UNIDADES DE ESTOQUE                     00000520
      *=======================================================*         00000530
                                                                        00000540
      *=======================================================*         00000550
       ENVIRONMENT                               DIVISION.              00000560
      *=======================================================*         00000570
       INPUT-OUTPUT                              SECTION.               00000580
       FILE-CONTROL.                                                    00000590
             SELECT SUGESTAO ASSIGN TO ARQSUG                           00000600
                FILE STATUS  IS WRK-FS-SUGESTAO.                        00000610
                                                                        00000620
             SELECT PEDCOMPRA ASSIGN TO ARQPOR                          00000630
                ORGANIZATION IS INDEXED                                 00000640
                ACCESS MODE  IS DYNAMIC                                 00000650
                RECORD KEY   IS POR-NUMERO                              00000660
                FILE STATUS  IS WRK-FS-PEDCOMPRA.                       00000670
                                                                        00000680
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS FRN-CODIGO                              00000720
                FILE STATUS  IS WRK-FS-FORNEC.                          00000730
                                                                        00000740
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000750
                ORGANIZATION IS INDEXED                                 00000760
                ACCESS MODE  IS DYNAMIC                                 00000770
                RECORD KEY   IS PRDM-CODIGO                             00000780
                FILE STATUS  IS WRK-FS-PRDM.                            00000790
                                                                        00000800
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00000810
                ORGANIZATION IS INDEXED                                 00000820
                ACCESS MODE  IS DYNAMIC                                 00000830
                RECORD KEY   IS CNV-CODIGO                              00000840
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00000850
                                                                        00000860
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000870
                FILE STATUS  IS WRK-FS-SYSIN.                           00000880
                                                                        00000890
             SELECT RELPOGER ASSIGN TO ARQRPT                           00000900
                FILE STATUS  IS WRK-FS-RELPOGER.                        00000910
                                                                        00000920
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000930
                ORGANIZATION IS INDEXED                                 00000940
                ACCESS MODE  IS DYNAMIC                                 00000950
                RECORD KEY   IS CAL-DATA                                00000960
                FILE STATUS  IS WRK-FS-CALEND.                          00000970
                                                                        00000980
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000990
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001000
                                                                        00001010
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001020
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001030
                                                                        00001040
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001050
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001060
      *=======================================================*         00001070
       DATA                                      DIVISION.              00001080
      *=======================================================*         00001090
       FILE                                      SECTION.               00001100
       FD SUGESTAO                                                      00001110
           RECORDING MODE IS F                                          00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
           COPY CPSUG01.                                                00001140
                                                                        00001150
       FD PEDCOMPRA.                                                    00001160
           COPY CPPOR01.                                                00001170
                                                                        00001180
       FD FORNEC-MASTER.                                                00001190
           COPY CPFOR01.                                                00001200
                                                                        00001210
       FD PRODUTO-MASTER.                                               00001220
           COPY CPPRDM01.                                               00001230
                                                                        00001240
       FD CONVERSAO.                                                    00001250
           COPY CPCNV01.                                                00001260
                                                                        00001270
       FD ENTRADA-SYSIN                                                 00001280
           RECORDING MODE IS F                                          00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
       01 SYSIN-REGISTRO             PIC X(005).                        00001310
                                                                        00001320
       FD RELPOGER                                                      00001330
           RECORDING MODE IS F                                          00001340
           BLOCK CONTAINS 0 RECORDS.                                    00001350
       01 REL-LINHA                    PIC X(132).                      00001360
                                                                        00001370
       FD CALENDARIO.                                                   00001380
           COPY CPCAL01.                                                00001390
                                                                        00001400
       FD ERRLOG.                                                       00001410
           COPY CPERRL01.                                               00001420
                                                                        00001430
       FD ESTATIS                                                       00001440
           RECORDING MODE IS F                                          00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
           COPY CPSTA01.                                                00001470
                                                                        00001480
       FD CONTROLE                                                      00001490
           RECORDING MODE IS F                                          00001500
           BLOCK CONTAINS 0 RECORDS.                                    00001510
           COPY CPCTRL01.                                               00001520
      *---------------------------------------------------              00001530
       WORKING-STORAGE                           SECTION.               00001540
      *---------------------------------------------------              00001550
       77 WRK-FS-SUGESTAO     PIC X(02) VALUE SPACES.                   00001560
       77 WRK-FS-PEDCOMPRA    PIC X(02) VALUE SPACES.                   00001570
       77 WRK-FS-FORNEC       PIC X(02) VALUE SPACES.                   00001580
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001590
       77 WRK-FS-CONVERSAO    PIC X(02) VALUE SPACES.                   00001600
       77 WRK-UNID-COMPRA     PIC X(03) VALUE SPACES.                   00001610
       77 WRK-UNID-ESTOQUE    PIC X(03) VALUE SPACES.                   00001620
       77 WRK-FATOR-COMPRA    PIC 9(05) VALUE ZEROS.                    00001630
       77 WRK-QTD-EMBALAGENS  PIC 9(07) VALUE ZEROS.                    00001640
       77 WRK-RESTO-EMBALAGEM PIC 9(05) VALUE ZEROS.                    00001650
       77 WRK-CONT-BLOQUEADOS PIC 9(09) COMP VALUE ZERO.                00001660
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001670
       77 WRK-FORNECEDOR      PIC 9(05) VALUE ZEROS.                    00001680
       77 WRK-NOTA-EDITADA    PIC ZZ9.                                  00001690
       77 WRK-FS-RELPOGER     PIC X(02) VALUE SPACES.                   00001700
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001710
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001720
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001730
       77 WRK-CONT-GERADOS    PIC 9(09) COMP VALUE ZERO.                00001740
       77 WRK-CONT-JA-ABERTOS PIC 9(09) COMP VALUE ZERO.                00001750
      *---------------------------------------------------              00001760
      *    PRODUTOS COM PEDIDO DE COMPRA JA ABERTO, CARREGADOS          00001770
      *    DO MASTER NA ABERTURA PARA EVITAR COMPRA EM DUPLICATA        00001780
      *---------------------------------------------------              00001790
       77 WRK-MAX-ABERTOS     PIC 9(04) COMP VALUE 2000.                00001800
       77 WRK-QTD-ABERTOS     PIC 9(04) COMP VALUE ZERO.                00001810
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001820
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001830
       01 WRK-TABELA-ABERTOS.                                           00001840
          05 WRK-ENT-ABERTO OCCURS 2000 TIMES.                          00001850
             10 WRK-ABE-CODIGO        PIC 9(08).                        00001860
      *---------------------------------------------------              00001870
      *    LINHAS DO RELATORIO                                          00001880
      *---------------------------------------------------              00001890
       01 WRK-CABEC1.                                                   00001900
          05 FILLER               PIC X(44) VALUE                       00001910
             'GERACAO DE PEDIDOS DE COMPRA - DATA NEGOCIO '.            00001920
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001930
                                                                        00001940
       01 WRK-DETALHE.                                                  00001950
          05 FILLER               PIC X(11) VALUE 'PED.COMPRA '.        00001960
          05 WRK-DET-NUMERO       PIC 9(05).                            00001970
          05 FILLER               PIC X(07) VALUE ' PROD: '.            00001980
          05 WRK-DET-CODIGO       PIC 9(08).                            00001990
          05 FILLER               PIC X(01) VALUE SPACE.                00002000
          05 WRK-DET-DESCRICAO    PIC X(25).                            00002010
          05 FILLER               PIC X(06) VALUE ' QTD: '.             00002020
          05 WRK-DET-QTD-COMPRA   PIC Z(6)9.                            00002030
          05 FILLER               PIC X(01) VALUE SPACE.                00002040
          05 WRK-DET-UNID-COMPRA  PIC X(03).                            00002050
          05 FILLER               PIC X(03) VALUE ' = '.                00002060
          05 WRK-DET-QTD          PIC Z(6)9.                            00002070
          05 FILLER               PIC X(01) VALUE SPACE.                00002080
          05 WRK-DET-UNID-ESTOQUE PIC X(03).                            00002090
          05 FILLER               PIC X(07) VALUE ' NOTA: '.            00002100
          05 WRK-DET-NOTA         PIC X(03).                            00002110
          05 FILLER               PIC X(01) VALUE SPACE.                00002120
          05 WRK-DET-ALERTA       PIC X(16).                            00002130
                                                                        00002140
       01 WRK-LINHA-DUPLICADO.                                          00002150
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00002160
          05 WRK-DUP-CODIGO       PIC 9(08).                            00002170
          05 FILLER               PIC X(43) VALUE                       00002180
             ' JA POSSUI PEDIDO DE COMPRA ABERTO - PULADO'.             00002190
       COPY CPCAB01.                                                    00002200
       COPY CPERR01.                                                    00002210
       COPY CPDTA01.                                                    00002220
       COPY CPSTT01.                                                    00002230
       COPY CPSRV01.                                                    00002240
      *=========================================*                       00002250
       PROCEDURE DIVISION.                                              00002260
      *=========================================*                       00002270
                                                                        00002280
      *---------------------------------------------------              00002290
       0000-PRINCIPAL                     SECTION.                      00002300
      *---------------------------------------------------              00002310
             PERFORM 0100-INICIAR.                                      00002320
             PERFORM 0200-PROCESSAR                                     00002330
                 UNTIL WRK-FS-SUGESTAO EQUAL '10'.                      00002340
             PERFORM 0300-FINALIZAR.                                    00002350
      *---------------------------------------------------              00002360
       0000-99-FIM.            EXIT.                                    00002370
      *---------------------------------------------------              00002380
                                                                        00002390
       0100-INICIAR                       SECTION.                      00002400
             MOVE 'FR05CB65' TO WRK-CAB-PROGRAMA.                       00002410
             PERFORM 0101-CABECALHO-PADRAO.                             00002420
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002430
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002440
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002450
             OPEN INPUT SUGESTAO.                                       00002460
             OPEN INPUT FORNEC-MASTER.                                  00002470
             OPEN INPUT PRODUTO-MASTER.                                 00002480
             PERFORM 0121-ABRIR-CONVERSAO.                              00002490
             OPEN INPUT ENTRADA-SYSIN.                                  00002500
             PERFORM 0109-ABRIR-PEDCOMPRA.                              00002510
             OPEN OUTPUT RELPOGER.                                      00002520
             OPEN OUTPUT CONTROLE.                                      00002530
             PERFORM 0110-TESTAR-STATUS.                                00002540
             PERFORM 0107-LER-FORNECEDOR.                               00002550
             PERFORM 0120-CARREGAR-ABERTOS.                             00002560
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002570
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002580
      *---------------------------------------------------              00002590
       0100-99-FIM.            EXIT.                                    00002600
      *---------------------------------------------------              00002610
           COPY CPCAB02.                                                00002620
           COPY CPERR02.                                                00002630
           COPY CPDTA02.                                                00002640
           COPY CPSTT02.                                                00002650
      *---------------------------------------------------              00002660
       0109-ABRIR-PEDCOMPRA               SECTION.                      00002670
      *    ABRE O MASTER DE PEDIDOS DE COMPRA, CRIANDO-O NA             00002680
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002690
      *---------------------------------------------------              00002700
             OPEN I-O PEDCOMPRA.                                        00002710
             IF WRK-FS-PEDCOMPRA EQUAL '35'                             00002720
                 OPEN OUTPUT PEDCOMPRA                                  00002730
                 CLOSE PEDCOMPRA                                        00002740
                 OPEN I-O PEDCOMPRA                                     00002750
             END-IF.                                                    00002760
      *---------------------------------------------------              00002770
       0107-LER-FORNECEDOR                SECTION.                      00002780
      *    LE O CARTAO COM O FORNECEDOR DA COMPRA E O CONFERE NO        00002790
      *    MASTER - SEM CARTAO, DESCONHECIDO OU INATIVO, A              00002800
      *    EXECUCAO E CANCELADA: NAO SE COMPRA SEM FORNECEDOR           00002810
      *---------------------------------------------------              00002820
             READ ENTRADA-SYSIN INTO WRK-FORNECEDOR.                    00002830
             CLOSE ENTRADA-SYSIN.                                       00002840
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002850
                OR WRK-FORNECEDOR NOT NUMERIC                           00002860
                OR WRK-FORNECEDOR EQUAL ZEROS                           00002870
                 MOVE ' ERRO CARTAO DE FORNECEDOR AUSENTE '             00002880
                     TO WRK-MSG                                         00002890
                 PERFORM 9000-TRATA-ERROS                               00002900
             END-IF.                                                    00002910
             MOVE WRK-FORNECEDOR TO FRN-CODIGO.                         00002920
             READ FORNEC-MASTER                                         00002930
                 INVALID KEY                                            00002940
                     MOVE ' ERRO FORNECEDOR DESCONHECIDO '              00002950
                         TO WRK-MSG                                     00002960
                     PERFORM 9000-TRATA-ERROS                           00002970
                 NOT INVALID KEY                                        00002980
                     IF FRN-INATIVO                                     00002990
                         MOVE ' ERRO FORNECEDOR INATIVO '               00003000
                             TO WRK-MSG                                 00003010
                         PERFORM 9000-TRATA-ERROS                       00003020
                     END-IF                                             00003030
             END-READ.                                                  00003040
             PERFORM 0108-MONTAR-NOTA.                                  00003050
      *---------------------------------------------------              00003060
       0108-MONTAR-NOTA                   SECTION.                      00003070
      *    NOTA DE DESEMPENHO DO FORNECEDOR NO ULTIMO SCORECARD         00003080
      *    MENSAL (FR06CB09), IMPRESSA AO LADO DE CADA PEDIDO -         00003090
      *    FORNECEDOR AINDA NAO AVALIADO SAI COMO 'S/N'                 00003100
      *---------------------------------------------------              00003110
             IF FRN-SEM-NOTA                                            00003120
                OR FRN-NOTA NOT NUMERIC                                 00003130
                 MOVE 'S/N' TO WRK-DET-NOTA                             00003140
                 MOVE SPACES TO WRK-DET-ALERTA                          00003150
             ELSE                                                       00003160
                 MOVE FRN-NOTA TO WRK-NOTA-EDITADA                      00003170
                 MOVE WRK-NOTA-EDITADA TO WRK-DET-NOTA                  00003180
                 IF FRN-NOTA-ABAIXO                                     00003190
                     MOVE 'ABAIXO DO MINIMO' TO WRK-DET-ALERTA          00003200
                 ELSE                                                   00003210
                     MOVE SPACES TO WRK-DET-ALERTA                      00003220
                 END-IF                                                 00003230
             END-IF.                                                    00003240
      *---------------------------------------------------              00003250
       0121-ABRIR-CONVERSAO               SECTION.                      00003260
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00003270
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), OS PEDIDOS SAEM       00003280
      *    NA UNIDADE DE ESTOQUE ('UN', FATOR 1) E COM AVISO NO         00003290
      *    SYSOUT                                                       00003300
      *---------------------------------------------------              00003310
             OPEN INPUT CONVERSAO.                                      00003320
             IF WRK-FS-CONVERSAO EQUAL '35'                             00003330
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00003340
                         'PEDIDOS SAEM EM UNIDADE DE ESTOQUE'           00003350
             END-IF.                                                    00003360
      *---------------------------------------------------              00003370
       0110-TESTAR-STATUS                 SECTION.                      00003380
             IF WRK-FS-SUGESTAO NOT EQUAL ZEROS                         00003390
                 MOVE ' ERRO OPEN SUGESTAO ' TO WRK-MSG                 00003400
                 PERFORM 9000-TRATA-ERROS                               00003410
             END-IF.                                                    00003420
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00003430
                 MOVE ' ERRO OPEN PEDIDOS DE COMPRA ' TO WRK-MSG        00003440
                 PERFORM 9000-TRATA-ERROS                               00003450
             END-IF.                                                    00003460
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00003470
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00003480
                 PERFORM 9000-TRATA-ERROS                               00003490
             END-IF.                                                    00003500
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003510
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003520
                 PERFORM 9000-TRATA-ERROS                               00003530
             END-IF.                                                    00003540
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS AND                    00003550
                WRK-FS-CONVERSAO NOT EQUAL '35'                         00003560
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00003570
                 PERFORM 9000-TRATA-ERROS                               00003580
             END-IF.                                                    00003590
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003600
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003610
                 PERFORM 9000-TRATA-ERROS                               00003620
             END-IF.                                                    00003630
             IF WRK-FS-RELPOGER NOT EQUAL ZEROS                         00003640
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003650
                 PERFORM 9000-TRATA-ERROS                               00003660
             END-IF.                                                    00003670
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003680
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003690
                 PERFORM 9000-TRATA-ERROS                               00003700
             END-IF.                                                    00003710
      *---------------------------------------------------              00003720
       0120-CARREGAR-ABERTOS              SECTION.                      00003730
      *    PERCORRE O MASTER E GUARDA OS PRODUTOS COM PEDIDO DE         00003740
      *    COMPRA AINDA ABERTO                                          00003750
      *---------------------------------------------------              00003760
             MOVE ZEROS TO POR-NUMERO.                                  00003770
             START PEDCOMPRA KEY NOT < POR-NUMERO                       00003780
                 INVALID KEY                                            00003790
                     MOVE '10' TO WRK-FS-PEDCOMPRA                      00003800
             END-START.                                                 00003810
             PERFORM 0125-CARREGAR-UM-ABERTO                            00003820
                 UNTIL WRK-FS-PEDCOMPRA NOT EQUAL ZEROS.                00003830
             MOVE SPACES TO WRK-FS-PEDCOMPRA.                           00003840
      *---------------------------------------------------              00003850
       0125-CARREGAR-UM-ABERTO            SECTION.                      00003860
             READ PEDCOMPRA NEXT RECORD.                                00003870
             IF WRK-FS-PEDCOMPRA EQUAL ZEROS                            00003880
                 IF POR-ABERTO                                          00003890
                     IF WRK-QTD-ABERTOS >= WRK-MAX-ABERTOS              00003900
                         MOVE ' ERRO PEDIDOS ABERTOS EXCEDEM TABELA '   00003910
                             TO WRK-MSG                                 00003920
                         PERFORM 9000-TRATA-ERROS                       00003930
                     END-IF                                             00003940
                     ADD 1 TO WRK-QTD-ABERTOS                           00003950
                     MOVE POR-CODIGO                                    00003960
                         TO WRK-ABE-CODIGO (WRK-QTD-ABERTOS)            00003970
                 END-IF                                                 00003980
             END-IF.                                                    00003990
      *---------------------------------------------------              00004000
       0200-PROCESSAR                     SECTION.                      00004010
             READ SUGESTAO.                                             00004020
             IF WRK-FS-SUGESTAO EQUAL ZEROS                             00004030
                 ADD 1 TO WRK-CONT-LIDOS                                00004040
                 PERFORM 0205-PROCURAR-ABERTO                           00004050
                 IF WRK-IDX-ACHADO > ZERO                               00004060
                     ADD 1 TO WRK-CONT-JA-ABERTOS                       00004070
                     MOVE SUG-CODIGO TO WRK-DUP-CODIGO                  00004080
                     WRITE REL-LINHA FROM WRK-LINHA-DUPLICADO           00004090
                 ELSE                                                   00004100
                     PERFORM 0208-CONFERIR-PRODUTO                      00004110
                     IF WRK-IDX-ACHADO EQUAL ZERO                       00004120
                         PERFORM 0210-GERAR-PEDIDO                      00004130
                     END-IF                                             00004140
                 END-IF                                                 00004150
             END-IF.                                                    00004160
      *---------------------------------------------------              00004170
       0205-PROCURAR-ABERTO               SECTION.                      00004180
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004190
             MOVE ZERO TO WRK-IDX.                                      00004200
             PERFORM 0206-PROCURAR-UM-CODIGO                            00004210
                 UNTIL WRK-IDX >= WRK-QTD-ABERTOS                       00004220
                    OR WRK-IDX-ACHADO > ZERO.                           00004230
      *---------------------------------------------------              00004240
       0206-PROCURAR-UM-CODIGO            SECTION.                      00004250
             ADD 1 TO WRK-IDX.                                          00004260
             IF WRK-ABE-CODIGO (WRK-IDX) EQUAL SUG-CODIGO               00004270
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00004280
             END-IF.                                                    00004290
      *---------------------------------------------------              00004300
       0208-CONFERIR-PRODUTO              SECTION.                      00004310
      *    BARRA A COMPRA DE PRODUTO DESCONTINUADO OU INATIVO NO        00004320
      *    MASTER - A SUGESTAO PODE TER SIDO GRAVADA ANTES DA           00004330
      *    MUDANCA DE STATUS. REAPROVEITA O INDICADOR DE ACHADO:        00004340
      *    MAIOR QUE ZERO BLOQUEIA A GERACAO                            00004350
      *---------------------------------------------------              00004360
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004370
             MOVE SUG-CODIGO TO PRDM-CODIGO.                            00004380
             READ PRODUTO-MASTER                                        00004390
                 INVALID KEY                                            00004400
                     MOVE 1 TO WRK-IDX-ACHADO                           00004410
                 NOT INVALID KEY                                        00004420
                     IF PRDM-DESCONTINUADO OR PRDM-INATIVO              00004430
                         MOVE 1 TO WRK-IDX-ACHADO                       00004440
                     END-IF                                             00004450
             END-READ.                                                  00004460
             IF WRK-IDX-ACHADO > ZERO                                   00004470
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00004480
                 MOVE SUG-CODIGO TO WRK-DUP-CODIGO                      00004490
                 DISPLAY ' COMPRA BLOQUEADA - PRODUTO '                 00004500
                         SUG-CODIGO                                     00004510
                         ' DESCONTINUADO/INATIVO'                       00004520
             END-IF.                                                    00004530
      *---------------------------------------------------              00004540
       0209-OBTER-CONVERSAO               SECTION.                      00004550
      *    UNIDADE DE COMPRA E FATOR DO PRODUTO NA TABELA DE            00004560
      *    CONVERSAO - SEM REGISTRO ATIVO (OU SEM A TABELA) A           00004570
      *    COMPRA E FEITA NA UNIDADE DE ESTOQUE, 'UN' COM FATOR 1.      00004580
      *    A QUANTIDADE SUGERIDA E ARREDONDADA PARA CIMA EM             00004590
      *    EMBALAGENS INTEIRAS                                          00004600
      *---------------------------------------------------              00004610
             MOVE 'UN'  TO WRK-UNID-COMPRA.                             00004620
             MOVE 'UN'  TO WRK-UNID-ESTOQUE.                            00004630
             MOVE 1     TO WRK-FATOR-COMPRA.                            00004640
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00004650
                 MOVE SUG-CODIGO TO CNV-CODIGO                          00004660
                 READ CONVERSAO                                         00004670
                     INVALID KEY                                        00004680
                         CONTINUE                                       00004690
                     NOT INVALID KEY                                    00004700
                         IF CNV-ATIVA AND                               00004710
                            CNV-FATOR-COMPRA NUMERIC AND                00004720
                            CNV-FATOR-COMPRA > ZERO                     00004730
                             MOVE CNV-UNID-COMPRA  TO WRK-UNID-COMPRA   00004740
                             MOVE CNV-UNID-ESTOQUE TO WRK-UNID-ESTOQUE  00004750
                             MOVE CNV-FATOR-COMPRA TO WRK-FATOR-COMPRA  00004760
                         END-IF                                         00004770
                 END-READ                                               00004780
             END-IF.                                                    00004790
             DIVIDE SUG-QTD-SUGERIDA BY WRK-FATOR-COMPRA                00004800
                 GIVING WRK-QTD-EMBALAGENS                              00004810
                 REMAINDER WRK-RESTO-EMBALAGEM.                         00004820
             IF WRK-RESTO-EMBALAGEM > ZERO                              00004830
                 ADD 1 TO WRK-QTD-EMBALAGENS                            00004840
             END-IF.                                                    00004850
      *---------------------------------------------------              00004860
       0210-GERAR-PEDIDO                  SECTION.                      00004870
      *    NUMERA O PEDIDO DE COMPRA PELA SEQUENCIA 'PEDCOMP' E O       00004880
      *    GRAVA ABERTO NO MASTER, COM A QUANTIDADE SUGERIDA PELA       00004890
      *    VARREDURA DE ESTOQUE BAIXO ARREDONDADA EM EMBALAGENS DE      00004900
      *    COMPRA (GRAVADA EM UNIDADES DE ESTOQUE, COM A UNIDADE E      00004910
      *    O FATOR DA EMISSAO) E O CUSTO ATUAL DO PRODUTO (LIDO NA      00004920
      *    CONFERENCIA) COMO PRECO UNITARIO                             00004930
      *---------------------------------------------------              00004940
             PERFORM 0209-OBTER-CONVERSAO.                              00004950
             MOVE 'PEDCOMP' TO SRV-CONT-PROGRAMA.                       00004960
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00004970
             IF NOT SRV-CONT-OK                                         00004980
                 MOVE ' ERRO SEQUENCIA PEDCOMP INDISPONIVEL '           00004990
                     TO WRK-MSG                                         00005000
                 PERFORM 9000-TRATA-ERROS                               00005010
             END-IF.                                                    00005020
             MOVE SRV-CONT-VALOR    TO POR-NUMERO.                      00005030
             MOVE SUG-CODIGO        TO POR-CODIGO.                      00005040
             MOVE SUG-DESCRICAO     TO POR-DESCRICAO.                   00005050
             COMPUTE POR-QTD-PEDIDA =                                   00005060
                 WRK-QTD-EMBALAGENS * WRK-FATOR-COMPRA                  00005070
                 ON SIZE ERROR                                          00005080
                     MOVE ' ERRO QUANTIDADE DO PEDIDO EXCEDE CAMPO '    00005090
                         TO WRK-MSG                                     00005100
                     PERFORM 9000-TRATA-ERROS                           00005110
             END-COMPUTE.                                               00005120
             MOVE WRK-UNID-COMPRA   TO POR-UNID-COMPRA.                 00005130
             MOVE WRK-FATOR-COMPRA  TO POR-FATOR-COMPRA.                00005140
             MOVE ZEROS             TO POR-QTD-RECEBIDA.                00005150
             MOVE WRK-DATA-NEGOCIO  TO POR-DATA-EMISSAO.                00005160
             MOVE WRK-FORNECEDOR    TO POR-FORNECEDOR.                  00005170
             IF PRDM-CUSTO-UNIT NUMERIC                                 00005180
                 MOVE PRDM-CUSTO-UNIT TO POR-PRECO-UNIT                 00005190
             ELSE                                                       00005200
                 MOVE ZEROS           TO POR-PRECO-UNIT                 00005210
             END-IF.                                                    00005220
             MOVE ZEROS             TO POR-QTD-FATURADA.                00005230
             SET POR-ABERTO         TO TRUE.                            00005240
             WRITE CPPOR01-REGISTRO.                                    00005250
             ADD 1 TO WRK-CONT-GERADOS.                                 00005260
             IF WRK-QTD-ABERTOS < WRK-MAX-ABERTOS                       00005270
                 ADD 1 TO WRK-QTD-ABERTOS                               00005280
                 MOVE SUG-CODIGO                                        00005290
                     TO WRK-ABE-CODIGO (WRK-QTD-ABERTOS)                00005300
             END-IF.                                                    00005310
             MOVE POR-NUMERO       TO WRK-DET-NUMERO.                   00005320
             MOVE POR-CODIGO       TO WRK-DET-CODIGO.                   00005330
             MOVE POR-DESCRICAO    TO WRK-DET-DESCRICAO.                00005340
             MOVE WRK-QTD-EMBALAGENS TO WRK-DET-QTD-COMPRA.             00005350
             MOVE WRK-UNID-COMPRA  TO WRK-DET-UNID-COMPRA.              00005360
             MOVE POR-QTD-PEDIDA   TO WRK-DET-QTD.                      00005370
             MOVE WRK-UNID-ESTOQUE TO WRK-DET-UNID-ESTOQUE.             00005380
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005390
      *---------------------------------------------------              00005400
       0300-FINALIZAR                     SECTION.                      00005410
             PERFORM 0310-GRAVA-CONTROLE.                               00005420
             MOVE WRK-CONT-LIDOS                                        00005430
                 TO WRK-STT-REGISTROS.                                  00005440
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005450
             CLOSE SUGESTAO.                                            00005460
             CLOSE FORNEC-MASTER.                                       00005470
             CLOSE PRODUTO-MASTER.                                      00005480
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00005490
                 CLOSE CONVERSAO                                        00005500
             END-IF.                                                    00005510
             CLOSE PEDCOMPRA.                                           00005520
             CLOSE RELPOGER.                                            00005530
             CLOSE CONTROLE.                                            00005540
             DISPLAY '------------------'.                              00005550
             DISPLAY '  SUGESTOES LIDAS...: ' WRK-CONT-LIDOS.           00005560
             DISPLAY '  PEDIDOS GERADOS...: ' WRK-CONT-GERADOS.         00005570
             DISPLAY '  JA COM PEDIDO.....: ' WRK-CONT-JA-ABERTOS.      00005580
             DISPLAY '  COMPRAS BLOQUEADAS: '                           00005590
                     WRK-CONT-BLOQUEADOS.                               00005600
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005610
             PERFORM 9000-TRATA-ERROS.                                  00005620
      *---------------------------------------------------              00005630
       0310-GRAVA-CONTROLE                SECTION.                      00005640
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005650
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005660
      *---------------------------------------------------              00005670
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005680
             MOVE SPACES              TO CTL-DATA-HORA.                 00005690
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005700
             MOVE WRK-CONT-GERADOS    TO CTL-QTD-GRAVADOS.              00005710
             MOVE ZEROS               TO CTL-QTD-REJEITADOS.            00005720
             MOVE WRK-CONT-JA-ABERTOS TO CTL-QTD-DUPLICADOS.            00005730
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005740
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005750
             MOVE ZERO                TO CTL-QTD-FONTES.                00005760
             WRITE CPCTRL01-REGISTRO.                                   00005770
      *---------------------------------------------------              00005780
       9000-TRATA-ERROS                   SECTION.                      00005790
      *---------------------------------------------------              00005800
             PERFORM 9050-GRAVAR-ERRLOG.                                00005810
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005820
             STOP RUN.                                                  00005830
      *--------------------------------------------------------------   00005840
       9000-99-FIM.            EXIT.                                    00005850
      *--------------------------------------------------------------   00005860
