      *                         REAIS (ASTERISCO PRECEDE DIGITOS        00000380
      *                         E LETRAS) E OS SEM-ENDERECO SAIAM       00000390
      *                         NO TOPO DA FOLHA, NAO NO FIM            00000400
      *     15/10/2026  IVS     QUANTIDADES DA FOLHA E DOS PEDIDOS      00000410
      *                         SAEM COM A UNIDADE DE VENDA DO          00000420
      *                         PRODUTO (CPCNV01, PADRAO UN)            00000430
      *=======================================================*         00000440
                                                                        00000450
      *=======================================================*         00000460
       ENVIRONMENT                               DIVISION.              00000470
      *=======================================================*         00000480
       INPUT-OUTPUT                              SECTION.               00000490
       FILE-CONTROL.                                                    00000500
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000510
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000520
                                                                        00000530
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS PRDM-CODIGO                             00000570
                FILE STATUS  IS WRK-FS-PRDM.                            00000580
                                                                        00000590
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS CNV-CODIGO                              00000630
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00000640
                                                                        00000650
             SELECT PICKSAI  ASSIGN TO ARQPIC                           00000660
                FILE STATUS  IS WRK-FS-PICKSAI.                         00000670
                                                                        00000680
             SELECT RELPICK  ASSIGN TO ARQRPT                           00000690
                FILE STATUS  IS WRK-FS-RELPICK.                         00000700
                                                                        00000710
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS CAL-DATA                                00000750
                FILE STATUS  IS WRK-FS-CALEND.                          00000760
                                                                        00000770
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000780
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000790
                                                                        00000800
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000810
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000820
      *=======================================================*         00000830
       DATA                                      DIVISION.              00000840
      *=======================================================*         00000850
       FILE                                      SECTION.               00000860
       FD PEDIDOS                                                       00000870
           RECORDING MODE IS F                                          00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
           COPY CPPED01.                                                00000900
                                                                        00000910
       FD PRODUTO-MASTER.                                               00000920
           COPY CPPRDM01.                                               00000930
                                                                        00000940
       FD CONVERSAO.                                                    00000950
           COPY CPCNV01.                                                00000960
                                                                        00000970
       FD PICKSAI                                                       00000980
           RECORDING MODE IS F                                          00000990
           BLOCK CONTAINS 0 RECORDS.                                    00001000
           COPY CPPIC01.                                                00001010
                                                                        00001020
       FD RELPICK                                                       00001030
           RECORDING MODE IS F                                          00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
       01 REL-LINHA                    PIC X(132).                      00001060
                                                                        00001070
       FD CALENDARIO.                                                   00001080
           COPY CPCAL01.                                                00001090
                                                                        00001100
       FD ERRLOG.                                                       00001110
           COPY CPERRL01.                                               00001120
                                                                        00001130
       FD ESTATIS                                                       00001140
           RECORDING MODE IS F                                          00001150
           BLOCK CONTAINS 0 RECORDS.                                    00001160
           COPY CPSTA01.                                                00001170
      *---------------------------------------------------              00001180
       WORKING-STORAGE                           SECTION.               00001190
      *---------------------------------------------------              00001200
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001210
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001220
       77 WRK-FS-CONVERSAO    PIC X(02) VALUE SPACES.                   00001230
       77 WRK-FS-PICKSAI      PIC X(02) VALUE SPACES.                   00001240
       77 WRK-FS-RELPICK      PIC X(02) VALUE SPACES.                   00001250
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001260
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001270
       77 WRK-CONT-ABERTOS    PIC 9(09) COMP VALUE ZERO.                00001280
       77 WRK-LOCALIZACAO     PIC X(06) VALUE SPACES.                   00001290
      *    CHAVE DE ORDENACAO DO PICKING - IGUAL AO ENDERECO, OU        00001300
      *    HIGH-VALUES PARA PRODUTO SEM ENDERECO (O ROTULO *SEM-L       00001310
      *    COLACIONA ANTES DOS ENDERECOS REAIS E NAO SERVE DE CHAVE)    00001320
       77 WRK-CHAVE-ORDEM     PIC X(06) VALUE SPACES.                   00001330
      *---------------------------------------------------              00001340
      *    PEDIDOS ABERTOS DA NOITE                                     00001350
      *---------------------------------------------------              00001360
       77 WRK-MAX-PEDIDOS     PIC 9(04) COMP VALUE 2000.                00001370
       77 WRK-QTD-PEDIDOS     PIC 9(04) COMP VALUE ZERO.                00001380
       77 WRK-IDX-PED         PIC 9(04) COMP VALUE ZERO.                00001390
       01 WRK-TABELA-PEDIDOS.                                           00001400
          05 WRK-ENT-PEDIDO OCCURS 2000 TIMES.                          00001410
             10 WRK-PDD-NUMERO        PIC 9(05).                        00001420
             10 WRK-PDD-CODIGO        PIC 9(08).                        00001430
             10 WRK-PDD-QTD           PIC 9(07).                        00001440
      *---------------------------------------------------              00001450
      *    CONSOLIDACAO POR PRODUTO COM O ENDERECO DE                   00001460
      *    PRATELEIRA                                                   00001470
      *---------------------------------------------------              00001480
       77 WRK-MAX-PROD        PIC 9(04) COMP VALUE 1000.                00001490
       77 WRK-QTD-PROD        PIC 9(04) COMP VALUE ZERO.                00001500
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001510
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001520
       77 WRK-IDX-MENOR       PIC 9(04) COMP VALUE ZERO.                00001530
       01 WRK-TABELA-PROD.                                              00001540
          05 WRK-ENT-PROD OCCURS 1000 TIMES.                            00001550
             10 WRK-PRO-CODIGO        PIC 9(08).                        00001560
             10 WRK-PRO-DESCRICAO     PIC X(25).                        00001570
             10 WRK-PRO-LOCALIZACAO   PIC X(06).                        00001580
             10 WRK-PRO-CHAVE-ORDEM   PIC X(06).                        00001590
             10 WRK-PRO-QTD-TOTAL     PIC 9(09) COMP-3.                 00001600
             10 WRK-PRO-UNID-VENDA    PIC X(03).                        00001610
             10 WRK-PRO-LISTADO       PIC X(01).                        00001620
      *---------------------------------------------------              00001630
      *    LINHAS DO RELATORIO                                          00001640
      *---------------------------------------------------              00001650
       01 WRK-CABEC1.                                                   00001660
          05 FILLER               PIC X(44) VALUE                       00001670
             'LISTA DE SEPARACAO DO ARMAZEM - DATA:       '.            00001680
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001690
                                                                        00001700
       01 WRK-DETALHE.                                                  00001710
          05 FILLER               PIC X(05) VALUE 'LOC: '.              00001720
          05 WRK-DET-LOCAL        PIC X(06).                            00001730
          05 FILLER               PIC X(07) VALUE ' PROD: '.            00001740
          05 WRK-DET-CODIGO       PIC 9(08).                            00001750
          05 FILLER               PIC X(01) VALUE SPACE.                00001760
          05 WRK-DET-DESCRICAO    PIC X(25).                            00001770
          05 FILLER               PIC X(11) VALUE ' SEPARAR:  '.        00001780
          05 WRK-DET-QTD          PIC Z(8)9.                            00001790
          05 FILLER               PIC X(01) VALUE SPACE.                00001800
          05 WRK-DET-UNID-VENDA   PIC X(03).                            00001810
                                                                        00001820
       01 WRK-LINHA-PEDIDO.                                             00001830
          05 FILLER               PIC X(12) VALUE '    PEDIDO: '.       00001840
          05 WRK-PED-DET-NUMERO   PIC 9(05).                            00001850
          05 FILLER               PIC X(06) VALUE ' QTD: '.             00001860
          05 WRK-PED-DET-QTD      PIC Z(6)9.                            00001870
          05 FILLER               PIC X(01) VALUE SPACE.                00001880
          05 WRK-PED-DET-UNID     PIC X(03).                            00001890
       COPY CPCAB01.                                                    00001900
       COPY CPERR01.                                                    00001910
       COPY CPDTA01.                                                    00001920
       COPY CPSTT01.                                                    00001930
      *=========================================*                       00001940
       PROCEDURE DIVISION.                                              00001950
      *=========================================*                       00001960
                                                                        00001970
      *---------------------------------------------------              00001980
       0000-PRINCIPAL                     SECTION.                      00001990
      *---------------------------------------------------              00002000
             PERFORM 0100-INICIAR.                                      00002010
             PERFORM 0200-CARREGAR-PEDIDOS                              00002020
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00002030
             PERFORM 0250-IMPRIMIR-FOLHAS.                              00002040
             PERFORM 0300-FINALIZAR.                                    00002050
      *---------------------------------------------------              00002060
       0000-99-FIM.            EXIT.                                    00002070
      *---------------------------------------------------              00002080
                                                                        00002090
       0100-INICIAR                       SECTION.                      00002100
             MOVE 'FR05CB77' TO WRK-CAB-PROGRAMA.                       00002110
             PERFORM 0101-CABECALHO-PADRAO.                             00002120
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002130
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002140
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002150
             OPEN INPUT PEDIDOS.                                        00002160
             OPEN INPUT PRODUTO-MASTER.                                 00002170
             PERFORM 0121-ABRIR-CONVERSAO.                              00002180
             OPEN OUTPUT PICKSAI.                                       00002190
             OPEN OUTPUT RELPICK.                                       00002200
             PERFORM 0110-TESTAR-STATUS.                                00002210
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002220
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002230
      *---------------------------------------------------              00002240
       0100-99-FIM.            EXIT.                                    00002250
      *---------------------------------------------------              00002260
           COPY CPCAB02.                                                00002270
           COPY CPERR02.                                                00002280
           COPY CPDTA02.                                                00002290
           COPY CPSTT02.                                                00002300
      *---------------------------------------------------              00002310
       0121-ABRIR-CONVERSAO               SECTION.                      00002320
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00002330
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), A LISTA SAI COM       00002340
      *    A UNIDADE 'UN' E COM AVISO NO SYSOUT                         00002350
      *---------------------------------------------------              00002360
             OPEN INPUT CONVERSAO.                                      00002370
             IF WRK-FS-CONVERSAO EQUAL '35'                             00002380
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00002390
                         'LISTA SAI EM UN'                              00002400
             END-IF.                                                    00002410
      *---------------------------------------------------              00002420
       0110-TESTAR-STATUS                 SECTION.                      00002430
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00002440
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00002450
                 PERFORM 9000-TRATA-ERROS                               00002460
             END-IF.                                                    00002470
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002480
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002490
                 PERFORM 9000-TRATA-ERROS                               00002500
             END-IF.                                                    00002510
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS AND                    00002520
                WRK-FS-CONVERSAO NOT EQUAL '35'                         00002530
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00002540
                 PERFORM 9000-TRATA-ERROS                               00002550
             END-IF.                                                    00002560
             IF WRK-FS-PICKSAI NOT EQUAL ZEROS                          00002570
                 MOVE ' ERRO OPEN ARQUIVO DE COBERTURA ' TO WRK-MSG     00002580
                 PERFORM 9000-TRATA-ERROS                               00002590
             END-IF.                                                    00002600
             IF WRK-FS-RELPICK NOT EQUAL ZEROS                          00002610
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002620
                 PERFORM 9000-TRATA-ERROS                               00002630
             END-IF.                                                    00002640
      *---------------------------------------------------              00002650
       0200-CARREGAR-PEDIDOS              SECTION.                      00002660
      *    CARREGA OS PEDIDOS ABERTOS, CONSOLIDA POR PRODUTO E          00002670
      *    GRAVA A COBERTURA DO PICKING                                 00002680
      *---------------------------------------------------              00002690
             READ PEDIDOS.                                              00002700
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00002710
                 ADD 1 TO WRK-CONT-LIDOS                                00002720
                 IF PED-ABERTO OR PED-BACKORDER                         00002730
                     ADD 1 TO WRK-CONT-ABERTOS                          00002740
                     PERFORM 0210-GUARDAR-PEDIDO                        00002750
                 END-IF                                                 00002760
             END-IF.                                                    00002770
      *---------------------------------------------------              00002780
       0210-GUARDAR-PEDIDO                SECTION.                      00002790
             IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS                      00002800
                 MOVE ' ERRO PEDIDOS EXCEDEM A TABELA ' TO WRK-MSG      00002810
                 PERFORM 9000-TRATA-ERROS                               00002820
             END-IF.                                                    00002830
             ADD 1 TO WRK-QTD-PEDIDOS.                                  00002840
             MOVE PED-NUMERO     TO WRK-PDD-NUMERO (WRK-QTD-PEDIDOS).   00002850
             MOVE PED-CODIGO     TO WRK-PDD-CODIGO (WRK-QTD-PEDIDOS).   00002860
             MOVE PED-QUANTIDADE TO WRK-PDD-QTD (WRK-QTD-PEDIDOS).      00002870
             PERFORM 0215-CONSOLIDAR-PRODUTO.                           00002880
             MOVE PED-NUMERO     TO PCK-PED-NUMERO.                     00002890
             MOVE PED-CODIGO     TO PCK-CODIGO.                         00002900
             MOVE PED-QUANTIDADE TO PCK-QUANTIDADE.                     00002910
             MOVE WRK-PRO-LOCALIZACAO (WRK-IDX-ACHADO)                  00002920
                 TO PCK-LOCALIZACAO.                                    00002930
             WRITE CPPIC01-REGISTRO.                                    00002940
      *---------------------------------------------------              00002950
       0215-CONSOLIDAR-PRODUTO            SECTION.                      00002960
      *    LOCALIZA (OU CRIA) A ENTRADA DO PRODUTO NA                   00002970
      *    CONSOLIDACAO, RESOLVENDO O ENDERECO DE PRATELEIRA NO         00002980
      *    MASTER - SEM ENDERECO, AGRUPA EM *SEM-LOCAL* NO FIM          00002990
      *---------------------------------------------------              00003000
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003010
             MOVE ZERO TO WRK-IDX.                                      00003020
             PERFORM 0216-PROCURAR-PRODUTO                              00003030
                 UNTIL WRK-IDX >= WRK-QTD-PROD                          00003040
                    OR WRK-IDX-ACHADO > ZERO.                           00003050
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003060
                 IF WRK-QTD-PROD >= WRK-MAX-PROD                        00003070
                     MOVE ' ERRO PRODUTOS EXCEDEM A TABELA '            00003080
                         TO WRK-MSG                                     00003090
                     PERFORM 9000-TRATA-ERROS                           00003100
                 END-IF                                                 00003110
                 ADD 1 TO WRK-QTD-PROD                                  00003120
                 MOVE WRK-QTD-PROD TO WRK-IDX-ACHADO                    00003130
                 MOVE PED-CODIGO                                        00003140
                     TO WRK-PRO-CODIGO (WRK-IDX-ACHADO)                 00003150
                 MOVE ZEROS                                             00003160
                     TO WRK-PRO-QTD-TOTAL (WRK-IDX-ACHADO)              00003170
                 MOVE 'N' TO WRK-PRO-LISTADO (WRK-IDX-ACHADO)           00003180
                 PERFORM 0217-RESOLVER-LOCALIZACAO                      00003190
                 MOVE WRK-LOCALIZACAO                                   00003200
                     TO WRK-PRO-LOCALIZACAO (WRK-IDX-ACHADO)            00003210
                 MOVE WRK-CHAVE-ORDEM                                   00003220
                     TO WRK-PRO-CHAVE-ORDEM (WRK-IDX-ACHADO)            00003230
                 PERFORM 0218-RESOLVER-UNIDADE                          00003240
             END-IF.                                                    00003250
             ADD PED-QUANTIDADE                                         00003260
                 TO WRK-PRO-QTD-TOTAL (WRK-IDX-ACHADO).                 00003270
      *---------------------------------------------------              00003280
       0216-PROCURAR-PRODUTO              SECTION.                      00003290
             ADD 1 TO WRK-IDX.                                          00003300
             IF WRK-PRO-CODIGO (WRK-IDX) EQUAL PED-CODIGO               00003310
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003320
             END-IF.                                                    00003330
      *---------------------------------------------------              00003340
       0217-RESOLVER-LOCALIZACAO          SECTION.                      00003350
             MOVE '*SEM-L' TO WRK-LOCALIZACAO.                          00003360
             MOVE HIGH-VALUES TO WRK-CHAVE-ORDEM.                       00003370
             MOVE SPACES TO WRK-PRO-DESCRICAO (WRK-IDX-ACHADO).         00003380
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00003390
             READ PRODUTO-MASTER                                        00003400
                 INVALID KEY                                            00003410
                     CONTINUE                                           00003420
                 NOT INVALID KEY                                        00003430
                     MOVE PRDM-DESCRICAO                                00003440
                         TO WRK-PRO-DESCRICAO (WRK-IDX-ACHADO)          00003450
                     IF PRDM-LOCALIZACAO NOT EQUAL SPACES               00003460
                         MOVE PRDM-LOCALIZACAO TO WRK-LOCALIZACAO       00003470
                         MOVE PRDM-LOCALIZACAO TO WRK-CHAVE-ORDEM       00003480
                     END-IF                                             00003490
             END-READ.                                                  00003500
      *---------------------------------------------------              00003510
       0218-RESOLVER-UNIDADE              SECTION.                      00003520
      *    UNIDADE DE VENDA DO PRODUTO NA TABELA DE CONVERSAO,          00003530
      *    IMPRESSA AO LADO DAS QUANTIDADES - SEM REGISTRO ATIVO,       00003540
      *    'UN'. A QUANTIDADE DO PEDIDO JA E CONTADA NA UNIDADE         00003550
      *    DE ESTOQUE                                                   00003560
      *---------------------------------------------------              00003570
             MOVE 'UN' TO WRK-PRO-UNID-VENDA (WRK-IDX-ACHADO).          00003580
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00003590
                 MOVE PED-CODIGO TO CNV-CODIGO                          00003600
                 READ CONVERSAO                                         00003610
                     INVALID KEY                                        00003620
                         CONTINUE                                       00003630
                     NOT INVALID KEY                                    00003640
                         IF CNV-ATIVA AND                               00003650
                            CNV-UNID-VENDA NOT EQUAL SPACES             00003660
                             MOVE CNV-UNID-VENDA                        00003670
                                 TO WRK-PRO-UNID-VENDA (WRK-IDX-ACHADO) 00003680
                         END-IF                                         00003690
                 END-READ                                               00003700
             END-IF.                                                    00003710
      *---------------------------------------------------              00003720
       0250-IMPRIMIR-FOLHAS               SECTION.                      00003730
      *    IMPRIME A CONSOLIDACAO EM ORDEM DE ENDERECO DE               00003740
      *    PRATELEIRA, DO MENOR PARA O MAIOR, COM A REFERENCIA          00003750
      *    CRUZADA DOS PEDIDOS DE CADA PRODUTO - O *SEM-LOCAL*          00003760
      *    ORDENA DEPOIS DOS ENDERECOS VALIDOS PELA CHAVE DE            00003770
      *    ORDENACAO EM HIGH-VALUES                                     00003780
      *---------------------------------------------------              00003790
             PERFORM 0255-IMPRIMIR-UM-PRODUTO                           00003800
                 WRK-QTD-PROD TIMES.                                    00003810
      *---------------------------------------------------              00003820
       0255-IMPRIMIR-UM-PRODUTO           SECTION.                      00003830
             MOVE ZERO TO WRK-IDX-MENOR.                                00003840
             MOVE ZERO TO WRK-IDX.                                      00003850
             PERFORM 0256-PROCURAR-MENOR-LOCAL                          00003860
                 UNTIL WRK-IDX >= WRK-QTD-PROD.                         00003870
             IF WRK-IDX-MENOR > ZERO                                    00003880
                 MOVE WRK-PRO-LOCALIZACAO (WRK-IDX-MENOR)               00003890
                     TO WRK-DET-LOCAL                                   00003900
                 MOVE WRK-PRO-CODIGO (WRK-IDX-MENOR)                    00003910
                     TO WRK-DET-CODIGO                                  00003920
                 MOVE WRK-PRO-DESCRICAO (WRK-IDX-MENOR)                 00003930
                     TO WRK-DET-DESCRICAO                               00003940
                 MOVE WRK-PRO-QTD-TOTAL (WRK-IDX-MENOR)                 00003950
                     TO WRK-DET-QTD                                     00003960
                 MOVE WRK-PRO-UNID-VENDA (WRK-IDX-MENOR)                00003970
                     TO WRK-DET-UNID-VENDA                              00003980
                 WRITE REL-LINHA FROM WRK-DETALHE                       00003990
                 PERFORM 0260-LISTAR-PEDIDOS-PRODUTO                    00004000
                 MOVE 'S' TO WRK-PRO-LISTADO (WRK-IDX-MENOR)            00004010
             END-IF.                                                    00004020
      *---------------------------------------------------              00004030
       0256-PROCURAR-MENOR-LOCAL          SECTION.                      00004040
             ADD 1 TO WRK-IDX.                                          00004050
             IF WRK-PRO-LISTADO (WRK-IDX) EQUAL 'N'                     00004060
                 IF WRK-IDX-MENOR EQUAL ZERO                            00004070
                     MOVE WRK-IDX TO WRK-IDX-MENOR                      00004080
                 ELSE                                                   00004090
                     IF WRK-PRO-CHAVE-ORDEM (WRK-IDX) <                 00004100
                        WRK-PRO-CHAVE-ORDEM (WRK-IDX-MENOR)             00004110
                         MOVE WRK-IDX TO WRK-IDX-MENOR                  00004120
                     END-IF                                             00004130
                 END-IF                                                 00004140
             END-IF.                                                    00004150
      *---------------------------------------------------              00004160
       0260-LISTAR-PEDIDOS-PRODUTO        SECTION.                      00004170
             MOVE ZERO TO WRK-IDX-PED.                                  00004180
             PERFORM 0265-LISTAR-UM-PEDIDO                              00004190
                 UNTIL WRK-IDX-PED >= WRK-QTD-PEDIDOS.                  00004200
      *---------------------------------------------------              00004210
       0265-LISTAR-UM-PEDIDO              SECTION.                      00004220
             ADD 1 TO WRK-IDX-PED.                                      00004230
             IF WRK-PDD-CODIGO (WRK-IDX-PED) EQUAL                      00004240
                    WRK-PRO-CODIGO (WRK-IDX-MENOR)                      00004250
                 MOVE WRK-PDD-NUMERO (WRK-IDX-PED)                      00004260
                     TO WRK-PED-DET-NUMERO                              00004270
                 MOVE WRK-PDD-QTD (WRK-IDX-PED)                         00004280
                     TO WRK-PED-DET-QTD                                 00004290
                 MOVE WRK-PRO-UNID-VENDA (WRK-IDX-MENOR)                00004300
                     TO WRK-PED-DET-UNID                                00004310
                 WRITE REL-LINHA FROM WRK-LINHA-PEDIDO                  00004320
             END-IF.                                                    00004330
      *---------------------------------------------------              00004340
       0300-FINALIZAR                     SECTION.                      00004350
             MOVE WRK-CONT-LIDOS                                        00004360
                 TO WRK-STT-REGISTROS.                                  00004370
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004380
             CLOSE PEDIDOS.                                             00004390
             CLOSE PRODUTO-MASTER.                                      00004400
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00004410
                 CLOSE CONVERSAO                                        00004420
             END-IF.                                                    00004430
             CLOSE PICKSAI.                                             00004440
             CLOSE RELPICK.                                             00004450
             DISPLAY '------------------'.                              00004460
             DISPLAY '  PEDIDOS LIDOS....: ' WRK-CONT-LIDOS.            00004470
             DISPLAY '  PEDIDOS ABERTOS..: ' WRK-CONT-ABERTOS.          00004480
             DISPLAY '  PRODUTOS NA LISTA: ' WRK-QTD-PROD.              00004490
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004500
             PERFORM 9000-TRATA-ERROS.                                  00004510
      *---------------------------------------------------              00004520
       9000-TRATA-ERROS                   SECTION.                      00004530
      *---------------------------------------------------              00004540
             PERFORM 9050-GRAVAR-ERRLOG.                                00004550
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004560
             STOP RUN.                                                  00004570
      *--------------------------------------------------------------   00004580
       9000-99-FIM.            EXIT.                                    00004590
      *--------------------------------------------------------------   00004600
