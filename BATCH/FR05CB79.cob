      *               BACKORDER E FATURADOS, COM O NOME RESOLVIDO       00000180
      *               NO CLIENTE-MASTER. O ARQUIVO DE PEDIDOS E         00000190
      *               SEQUENCIAL, POR ISSO E CARREGADO EM MEMORIA       00000200
      *               NA ABERTURA (COMO FAZ A FR05CB57). PEDIDO         00000210
      *               FATURADO MOSTRA TAMBEM A SITUACAO DA ENTREGA      00000220
      *               DA NOTA NO MASTER DE ENTREGAS (CPENT01)           00000230
      *-------------------------------------------------------*         00000240
      *     HISTORICO DE ALTERACOES                                     00000250
      *     DATA        AUTOR   DESCRICAO                               00000260
      *     ----------  ------  --------------------------------        00000270
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000280
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: O CARTAO      00000290
      *                         'P' EXIBE O CABECALHO (CPPDC01,         00000300
      *                         QUANDO EXISTIR) E TODAS AS LINHAS       00000310
      *                         DO PEDIDO COM O TOTAL; A LISTAGEM       00000320
      *                         POR CLIENTE MOSTRA O ITEM DA LINHA      00000330
      *     15/10/2026  IVS     O CARTAO 'P' MOSTRA A SITUACAO DA       00000340
      *                         ENTREGA DA NOTA DO PEDIDO (MASTER DE    00000350
      *                         ENTREGAS CPENT01, GRAVADO PELA FR06CB18)00000360
      *=======================================================*         00000370
                                                                        00000380
      *=======================================================*         00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=======================================================*         00000410
       INPUT-OUTPUT                              SECTION.               00000420
       FILE-CONTROL.                                                    00000430
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000440
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000450
                                                                        00000460
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS RANDOM                                  00000490
                RECORD KEY   IS PDC-NUMERO                              00000500
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000510
                                                                        00000520
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS DYNAMIC                                 00000550
                RECORD KEY   IS CLI-ID                                  00000560
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000570
                                                                        00000580
             SELECT ENTREGAS ASSIGN TO ARQENT                           00000590
                ORGANIZATION IS INDEXED                                 00000600
                ACCESS MODE  IS RANDOM                                  00000610
                RECORD KEY   IS ENT-NOTA                                00000620
                FILE STATUS  IS WRK-FS-ENTREGAS.                        00000630
                                                                        00000640
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000650
                FILE STATUS  IS WRK-FS-SYSIN.                           00000660
                                                                        00000670
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000680
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000690
      *=======================================================*         00000700
       DATA                                      DIVISION.              00000710
      *=======================================================*         00000720
       FILE                                      SECTION.               00000730
       FD PEDIDOS                                                       00000740
           RECORDING MODE IS F                                          00000750
           BLOCK CONTAINS 0 RECORDS.                                    00000760
           COPY CPPED01.                                                00000770
                                                                        00000780
       FD PEDIDO-CABEC.                                                 00000790
           COPY CPPDC01.                                                00000800
                                                                        00000810
       FD CLIENTE-MASTER.                                               00000820
           COPY CPCLIE01.                                               00000830
                                                                        00000840
       FD ENTREGAS.                                                     00000850
           COPY CPENT01.                                                00000860
                                                                        00000870
       FD ENTRADA-SYSIN                                                 00000880
           RECORDING MODE IS F                                          00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
       01 SYSIN-REGISTRO             PIC X(006).                        00000910
                                                                        00000920
       FD ERRLOG.                                                       00000930
           COPY CPERRL01.                                               00000940
      *---------------------------------------------------              00000950
       WORKING-STORAGE                           SECTION.               00000960
      *---------------------------------------------------              00000970
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00000980
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00000990
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00001000
       77 WRK-FS-ENTREGAS     PIC X(02) VALUE SPACES.                   00001010
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001020
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001030
       77 WRK-CONT-CONSULTAS  PIC 9(07) COMP VALUE ZERO.                00001040
       77 WRK-CONT-ACHADOS    PIC 9(07) COMP VALUE ZERO.                00001050
       77 WRK-CONT-NAO-ACHADOS PIC 9(07) COMP VALUE ZERO.               00001060
       77 WRK-NOME-CLIENTE    PIC X(30) VALUE SPACES.                   00001070
       77 WRK-FASE            PIC X(01) VALUE SPACE.                    00001080
       01 WRK-CARTAO-CONSULTA.                                          00001090
          05 WRK-TIPO-CONSULTA       PIC X(01).                         00001100
             88 WRK-CONSULTA-PEDIDO        VALUE 'P'.                   00001110
             88 WRK-CONSULTA-CLIENTE       VALUE 'C'.                   00001120
          05 WRK-VALOR-CONSULTA      PIC X(05).                         00001130
          05 WRK-VALOR-NUMERO REDEFINES WRK-VALOR-CONSULTA              00001140
                                     PIC 9(05).                         00001150
       77 WRK-ED-QTD          PIC Z(6)9 VALUE ZEROS.                    00001160
       77 WRK-ED-VALOR        PIC Z(8)9.99 VALUE ZEROS.                 00001170
       77 WRK-PED-LINHAS      PIC 9(03) COMP VALUE ZERO.                00001180
       77 WRK-PED-VALOR       PIC 9(09)V99 COMP-3 VALUE ZERO.           00001190
      *---------------------------------------------------              00001200
      *    PEDIDOS CARREGADOS EM MEMORIA NA ABERTURA                    00001210
      *---------------------------------------------------              00001220
       77 WRK-MAX-PEDIDOS     PIC 9(04) COMP VALUE 5000.                00001230
       77 WRK-QTD-PEDIDOS     PIC 9(04) COMP VALUE ZERO.                00001240
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001250
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001260
       01 WRK-TABELA-PEDIDOS.                                           00001270
          05 WRK-ENT-PEDIDO OCCURS 5000 TIMES.                          00001280
             10 WRK-PDD-NUMERO        PIC 9(05).                        00001290
             10 WRK-PDD-ITEM          PIC 9(03).                        00001300
             10 WRK-PDD-CLI-ID        PIC 9(05).                        00001310
             10 WRK-PDD-CODIGO        PIC 9(08).                        00001320
             10 WRK-PDD-QTD           PIC 9(07).                        00001330
             10 WRK-PDD-VALOR         PIC 9(09)V99 COMP-3.              00001340
             10 WRK-PDD-DATA          PIC 9(08).                        00001350
             10 WRK-PDD-STATUS        PIC X(01).                        00001360
       COPY CPCAB01.                                                    00001370
       COPY CPERR01.                                                    00001380
      *=========================================*                       00001390
       PROCEDURE DIVISION.                                              00001400
      *=========================================*                       00001410
                                                                        00001420
      *---------------------------------------------------              00001430
       0000-PRINCIPAL                     SECTION.                      00001440
      *---------------------------------------------------              00001450
             PERFORM 0100-INICIAR.                                      00001460
             PERFORM 0150-CARREGAR-PEDIDOS                              00001470
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00001480
             PERFORM 0200-PROCESSAR                                     00001490
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001500
             PERFORM 0300-FINALIZAR.                                    00001510
      *---------------------------------------------------              00001520
       0000-99-FIM.            EXIT.                                    00001530
      *---------------------------------------------------              00001540
                                                                        00001550
       0100-INICIAR                       SECTION.                      00001560
             MOVE 'FR05CB79' TO WRK-CAB-PROGRAMA.                       00001570
             PERFORM 0101-CABECALHO-PADRAO.                             00001580
             OPEN INPUT PEDIDOS.                                        00001590
             OPEN INPUT CLIENTE-MASTER.                                 00001600
             OPEN INPUT ENTRADA-SYSIN.                                  00001610
             OPEN INPUT PEDIDO-CABEC.                                   00001620
             IF WRK-FS-PEDCAB EQUAL '35'                                00001630
                 DISPLAY ' AVISO: CABECALHO DE PEDIDO AUSENTE - '       00001640
                         'CONSULTA SO PELAS LINHAS'                     00001650
             END-IF.                                                    00001660
             OPEN INPUT ENTREGAS.                                       00001670
             IF WRK-FS-ENTREGAS EQUAL '35'                              00001680
                 DISPLAY ' AVISO: SEM MASTER DE ENTREGAS - '            00001690
                         'CONSULTA SEM SITUACAO DA ENTREGA'             00001700
             END-IF.                                                    00001710
             PERFORM 0110-TESTAR-STATUS.                                00001720
      *---------------------------------------------------              00001730
       0100-99-FIM.            EXIT.                                    00001740
      *---------------------------------------------------              00001750
           COPY CPCAB02.                                                00001760
           COPY CPERR02.                                                00001770
      *---------------------------------------------------              00001780
       0110-TESTAR-STATUS                 SECTION.                      00001790
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00001800
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00001810
                 PERFORM 9000-TRATA-ERROS                               00001820
             END-IF.                                                    00001830
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00001840
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00001850
                 PERFORM 9000-TRATA-ERROS                               00001860
             END-IF.                                                    00001870
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00001880
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00001890
                 PERFORM 9000-TRATA-ERROS                               00001900
             END-IF.                                                    00001910
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00001920
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00001930
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00001940
                 PERFORM 9000-TRATA-ERROS                               00001950
             END-IF.                                                    00001960
             IF WRK-FS-ENTREGAS NOT EQUAL ZEROS                         00001970
                AND WRK-FS-ENTREGAS NOT EQUAL '35'                      00001980
                 MOVE ' ERRO OPEN MASTER DE ENTREGAS ' TO WRK-MSG       00001990
                 PERFORM 9000-TRATA-ERROS                               00002000
             END-IF.                                                    00002010
      *---------------------------------------------------              00002020
       0150-CARREGAR-PEDIDOS              SECTION.                      00002030
             READ PEDIDOS.                                              00002040
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00002050
                 IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS                  00002060
                     MOVE ' ERRO PEDIDOS EXCEDEM A TABELA '             00002070
                         TO WRK-MSG                                     00002080
                     PERFORM 9000-TRATA-ERROS                           00002090
                 END-IF                                                 00002100
                 ADD 1 TO WRK-QTD-PEDIDOS                               00002110
                 MOVE PED-NUMERO                                        00002120
                     TO WRK-PDD-NUMERO (WRK-QTD-PEDIDOS)                00002130
                 MOVE PED-ITEM                                          00002140
                     TO WRK-PDD-ITEM (WRK-QTD-PEDIDOS)                  00002150
                 MOVE PED-CLI-ID                                        00002160
                     TO WRK-PDD-CLI-ID (WRK-QTD-PEDIDOS)                00002170
                 MOVE PED-CODIGO                                        00002180
                     TO WRK-PDD-CODIGO (WRK-QTD-PEDIDOS)                00002190
                 MOVE PED-QUANTIDADE                                    00002200
                     TO WRK-PDD-QTD (WRK-QTD-PEDIDOS)                   00002210
                 MOVE PED-VALOR-TOTAL                                   00002220
                     TO WRK-PDD-VALOR (WRK-QTD-PEDIDOS)                 00002230
                 MOVE PED-DATA                                          00002240
                     TO WRK-PDD-DATA (WRK-QTD-PEDIDOS)                  00002250
                 MOVE PED-STATUS                                        00002260
                     TO WRK-PDD-STATUS (WRK-QTD-PEDIDOS)                00002270
             END-IF.                                                    00002280
      *---------------------------------------------------              00002290
       0200-PROCESSAR                     SECTION.                      00002300
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CONSULTA.               00002310
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002320
                 ADD 1 TO WRK-CONT-CONSULTAS                            00002330
                 EVALUATE TRUE                                          00002340
                     WHEN WRK-CONSULTA-PEDIDO                           00002350
                         PERFORM 0210-CONSULTAR-PEDIDO                  00002360
                     WHEN WRK-CONSULTA-CLIENTE                          00002370
                         PERFORM 0230-CONSULTAR-CLIENTE                 00002380
                     WHEN OTHER                                         00002390
                         ADD 1 TO WRK-CONT-NAO-ACHADOS                  00002400
                         DISPLAY '  CARTAO INVALIDO: '                  00002410
                                 WRK-CARTAO-CONSULTA                    00002420
                 END-EVALUATE                                           00002430
             END-IF.                                                    00002440
      *---------------------------------------------------              00002450
       0210-CONSULTAR-PEDIDO              SECTION.                      00002460
             IF WRK-VALOR-NUMERO NOT NUMERIC                            00002470
                 ADD 1 TO WRK-CONT-NAO-ACHADOS                          00002480
                 DISPLAY '  NUMERO NAO NUMERICO: '                      00002490
                         WRK-VALOR-CONSULTA                             00002500
                 GO TO 0210-99-FIM                                      00002510
             END-IF.                                                    00002520
             MOVE ZERO TO WRK-IDX-ACHADO.                               00002530
             MOVE ZERO TO WRK-IDX.                                      00002540
             PERFORM 0215-PROCURAR-NUMERO                               00002550
                 UNTIL WRK-IDX >= WRK-QTD-PEDIDOS                       00002560
                    OR WRK-IDX-ACHADO > ZERO.                           00002570
             IF WRK-IDX-ACHADO EQUAL ZERO                               00002580
                 ADD 1 TO WRK-CONT-NAO-ACHADOS                          00002590
                 DISPLAY '  PEDIDO NAO ENCONTRADO: '                    00002600
                         WRK-VALOR-NUMERO                               00002610
             ELSE                                                       00002620
                 ADD 1 TO WRK-CONT-ACHADOS                              00002630
                 MOVE WRK-IDX-ACHADO TO WRK-IDX                         00002640
                 DISPLAY '  PEDIDO ENCONTRADO: '                        00002650
                 PERFORM 0220-EXIBIR-PEDIDO                             00002660
                 MOVE ZERO  TO WRK-PED-LINHAS                           00002670
                 MOVE ZEROS TO WRK-PED-VALOR                            00002680
                 MOVE ZERO  TO WRK-IDX                                  00002690
                 PERFORM 0227-EXIBIR-UMA-LINHA                          00002700
                     UNTIL WRK-IDX >= WRK-QTD-PEDIDOS                   00002710
                 MOVE WRK-PED-VALOR TO WRK-ED-VALOR                     00002720
                 DISPLAY '    LINHAS     : ' WRK-PED-LINHAS             00002730
                         '  TOTAL: ' WRK-ED-VALOR                       00002740
             END-IF.                                                    00002750
       0210-99-FIM.            EXIT.                                    00002760
      *---------------------------------------------------              00002770
       0215-PROCURAR-NUMERO               SECTION.                      00002780
             ADD 1 TO WRK-IDX.                                          00002790
             IF WRK-PDD-NUMERO (WRK-IDX) EQUAL WRK-VALOR-NUMERO         00002800
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00002810
             END-IF.                                                    00002820
      *---------------------------------------------------              00002830
       0220-EXIBIR-PEDIDO                 SECTION.                      00002840
      *    CABECALHO DO PEDIDO - DADOS COMUNS TIRADOS DA PRIMEIRA       00002850
      *    LINHA E, QUANDO HOUVER, O STATUS GERAL E A NOTA DO           00002860
      *    CABECALHO CPPDC01                                            00002870
      *---------------------------------------------------              00002880
             PERFORM 0225-RESOLVER-NOME.                                00002890
             DISPLAY '    NUMERO     : ' WRK-PDD-NUMERO (WRK-IDX).      00002900
             DISPLAY '    CLIENTE    : ' WRK-PDD-CLI-ID (WRK-IDX)       00002910
                     ' - ' WRK-NOME-CLIENTE.                            00002920
             DISPLAY '    DATA       : ' WRK-PDD-DATA (WRK-IDX).        00002930
             IF WRK-FS-PEDCAB EQUAL '35'                                00002940
                 GO TO 0220-99-FIM                                      00002950
             END-IF.                                                    00002960
             MOVE WRK-PDD-NUMERO (WRK-IDX) TO PDC-NUMERO.               00002970
             READ PEDIDO-CABEC                                          00002980
                 INVALID KEY                                            00002990
                     DISPLAY '    CABECALHO  : NAO CADASTRADO'          00003000
                     GO TO 0220-99-FIM                                  00003010
             END-READ.                                                  00003020
             EVALUATE TRUE                                              00003030
                 WHEN PDC-ABERTO                                        00003040
                     DISPLAY '    SITUACAO   : A - ABERTO'              00003050
                 WHEN PDC-PARCIAL                                       00003060
                     DISPLAY '    SITUACAO   : P - FATURADO PARCIAL'    00003070
                 WHEN PDC-BACKORDER                                     00003080
                     DISPLAY '    SITUACAO   : B - BACKORDER'           00003090
                 WHEN PDC-FATURADO                                      00003100
                     DISPLAY '    SITUACAO   : F - FATURADO'            00003110
                 WHEN OTHER                                             00003120
                     DISPLAY '    SITUACAO   : ' PDC-STATUS             00003130
             END-EVALUATE.                                              00003140
             DISPLAY '    ORIGEM     : ' PDC-ORIGEM                     00003150
                     '  REF. LOJA: ' PDC-REF-LOJA.                      00003160
             IF PDC-NUM-NOTA > ZEROS                                    00003170
                 DISPLAY '    NOTA       : ' PDC-NUM-NOTA               00003180
                         '  EM ' PDC-DATA-FATURA                        00003190
                 PERFORM 0222-EXIBIR-ENTREGA                            00003200
             END-IF.                                                    00003210
       0220-99-FIM.            EXIT.                                    00003220
      *---------------------------------------------------              00003230
       0222-EXIBIR-ENTREGA                SECTION.                      00003240
      *    SITUACAO DA ENTREGA DA NOTA DO PEDIDO - SEM                  00003250
      *    COMPROVANTE NO MASTER A ENTREGA ESTA PENDENTE                00003260
      *---------------------------------------------------              00003270
             IF WRK-FS-ENTREGAS EQUAL '35'                              00003280
                 GO TO 0222-99-FIM                                      00003290
             END-IF.                                                    00003300
             MOVE PDC-NUM-NOTA TO ENT-NOTA.                             00003310
             READ ENTREGAS                                              00003320
                 INVALID KEY                                            00003330
                     DISPLAY '    ENTREGA    : PENDENTE (SEM '          00003340
                             'COMPROVANTE)'                             00003350
                     GO TO 0222-99-FIM                                  00003360
             END-READ.                                                  00003370
             EVALUATE TRUE                                              00003380
                 WHEN ENT-ENTREGUE                                      00003390
                     DISPLAY '    ENTREGA    : E - ENTREGUE EM '        00003400
                             ENT-DATA-OCORRENCIA                        00003410
                     DISPLAY '    RECEBEDOR  : ' ENT-RECEBEDOR          00003420
                 WHEN ENT-FALHA                                         00003430
                     DISPLAY '    ENTREGA    : F - FALHA EM '           00003440
                             ENT-DATA-OCORRENCIA                        00003450
                             '  MOTIVO ' ENT-MOTIVO                     00003460
                     DISPLAY '    REENTREGA  : ' ENT-DATA-REENTREGA     00003470
                             '  TENTATIVAS: ' ENT-TENTATIVAS            00003480
                 WHEN ENT-RECUSADA                                      00003490
                     DISPLAY '    ENTREGA    : R - RECUSADA EM '        00003500
                             ENT-DATA-OCORRENCIA                        00003510
                             '  MOTIVO ' ENT-MOTIVO                     00003520
                 WHEN OTHER                                             00003530
                     DISPLAY '    ENTREGA    : ' ENT-SITUACAO           00003540
             END-EVALUATE.                                              00003550
       0222-99-FIM.            EXIT.                                    00003560
      *---------------------------------------------------              00003570
       0227-EXIBIR-UMA-LINHA              SECTION.                      00003580
      *    UMA LINHA DO PEDIDO CONSULTADO, COM O STATUS DA LINHA        00003590
      *---------------------------------------------------              00003600
             ADD 1 TO WRK-IDX.                                          00003610
             IF WRK-PDD-NUMERO (WRK-IDX) NOT EQUAL WRK-VALOR-NUMERO     00003620
                 GO TO 0227-99-FIM                                      00003630
             END-IF.                                                    00003640
             ADD 1 TO WRK-PED-LINHAS.                                   00003650
             ADD WRK-PDD-VALOR (WRK-IDX) TO WRK-PED-VALOR.              00003660
             MOVE WRK-PDD-QTD (WRK-IDX)   TO WRK-ED-QTD.                00003670
             MOVE WRK-PDD-VALOR (WRK-IDX) TO WRK-ED-VALOR.              00003680
             DISPLAY '    ITEM ' WRK-PDD-ITEM (WRK-IDX)                 00003690
                     ' PROD ' WRK-PDD-CODIGO (WRK-IDX)                  00003700
                     ' QTD ' WRK-ED-QTD                                 00003710
                     ' VALOR ' WRK-ED-VALOR                             00003720
                     ' STATUS ' WRK-PDD-STATUS (WRK-IDX).               00003730
       0227-99-FIM.            EXIT.                                    00003740
      *---------------------------------------------------              00003750
       0225-RESOLVER-NOME                 SECTION.                      00003760
             MOVE SPACES TO WRK-NOME-CLIENTE.                           00003770
             MOVE WRK-PDD-CLI-ID (WRK-IDX) TO CLI-ID.                   00003780
             READ CLIENTE-MASTER                                        00003790
                 INVALID KEY                                            00003800
                     MOVE '*SEM CADASTRO*' TO WRK-NOME-CLIENTE          00003810
                 NOT INVALID KEY                                        00003820
                     MOVE CLI-NOME TO WRK-NOME-CLIENTE                  00003830
             END-READ.                                                  00003840
      *---------------------------------------------------              00003850
       0230-CONSULTAR-CLIENTE             SECTION.                      00003860
      *    LISTA OS PEDIDOS DO CLIENTE EM TRES PASSADAS: ABERTOS,       00003870
      *    EM BACKORDER E FATURADOS                                     00003880
      *---------------------------------------------------              00003890
             IF WRK-VALOR-NUMERO NOT NUMERIC                            00003900
                 ADD 1 TO WRK-CONT-NAO-ACHADOS                          00003910
                 DISPLAY '  CLIENTE NAO NUMERICO: '                     00003920
                         WRK-VALOR-CONSULTA                             00003930
                 GO TO 0230-99-FIM                                      00003940
             END-IF.                                                    00003950
             MOVE SPACES TO WRK-NOME-CLIENTE.                           00003960
             MOVE WRK-VALOR-NUMERO TO CLI-ID.                           00003970
             READ CLIENTE-MASTER                                        00003980
                 INVALID KEY                                            00003990
                     MOVE '*SEM CADASTRO*' TO WRK-NOME-CLIENTE          00004000
                 NOT INVALID KEY                                        00004010
                     MOVE CLI-NOME TO WRK-NOME-CLIENTE                  00004020
             END-READ.                                                  00004030
             ADD 1 TO WRK-CONT-ACHADOS.                                 00004040
             DISPLAY '  CLIENTE ' WRK-VALOR-NUMERO                      00004050
                     ' - ' WRK-NOME-CLIENTE.                            00004060
             DISPLAY '  PEDIDOS ABERTOS:'.                              00004070
             MOVE 'A' TO WRK-FASE.                                      00004080
             PERFORM 0240-LISTAR-FASE.                                  00004090
             DISPLAY '  PEDIDOS EM BACKORDER:'.                         00004100
             MOVE 'B' TO WRK-FASE.                                      00004110
             PERFORM 0240-LISTAR-FASE.                                  00004120
             DISPLAY '  PEDIDOS FATURADOS:'.                            00004130
             MOVE 'F' TO WRK-FASE.                                      00004140
             PERFORM 0240-LISTAR-FASE.                                  00004150
       0230-99-FIM.            EXIT.                                    00004160
      *---------------------------------------------------              00004170
       0240-LISTAR-FASE                   SECTION.                      00004180
             MOVE ZERO TO WRK-IDX.                                      00004190
             PERFORM 0245-LISTAR-UM-PEDIDO                              00004200
                 UNTIL WRK-IDX >= WRK-QTD-PEDIDOS.                      00004210
      *---------------------------------------------------              00004220
       0245-LISTAR-UM-PEDIDO              SECTION.                      00004230
             ADD 1 TO WRK-IDX.                                          00004240
             IF WRK-PDD-CLI-ID (WRK-IDX) EQUAL WRK-VALOR-NUMERO         00004250
                AND WRK-PDD-STATUS (WRK-IDX) EQUAL WRK-FASE             00004260
                 MOVE WRK-PDD-QTD (WRK-IDX)   TO WRK-ED-QTD             00004270
                 MOVE WRK-PDD-VALOR (WRK-IDX) TO WRK-ED-VALOR           00004280
                 DISPLAY '    PEDIDO ' WRK-PDD-NUMERO (WRK-IDX)         00004290
                         '/' WRK-PDD-ITEM (WRK-IDX)                     00004300
                         ' PROD ' WRK-PDD-CODIGO (WRK-IDX)              00004310
                         ' QTD ' WRK-ED-QTD                             00004320
                         ' VALOR ' WRK-ED-VALOR                         00004330
                         ' DATA ' WRK-PDD-DATA (WRK-IDX)                00004340
             END-IF.                                                    00004350
      *---------------------------------------------------              00004360
       0300-FINALIZAR                     SECTION.                      00004370
             CLOSE PEDIDOS.                                             00004380
             CLOSE CLIENTE-MASTER.                                      00004390
             CLOSE ENTRADA-SYSIN.                                       00004400
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00004410
                 CLOSE PEDIDO-CABEC                                     00004420
             END-IF.                                                    00004430
             IF WRK-FS-ENTREGAS NOT EQUAL '35'                          00004440
                 CLOSE ENTREGAS                                         00004450
             END-IF.                                                    00004460
             DISPLAY '------------------'.                              00004470
             DISPLAY '  CONSULTAS LIDAS..: ' WRK-CONT-CONSULTAS.        00004480
             DISPLAY '  ATENDIDAS........: ' WRK-CONT-ACHADOS.          00004490
             DISPLAY '  NAO ATENDIDAS....: ' WRK-CONT-NAO-ACHADOS.      00004500
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004510
             PERFORM 9000-TRATA-ERROS.                                  00004520
      *---------------------------------------------------              00004530
       9000-TRATA-ERROS                   SECTION.                      00004540
      *---------------------------------------------------              00004550
             PERFORM 9050-GRAVAR-ERRLOG.                                00004560
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004570
             STOP RUN.                                                  00004580
      *--------------------------------------------------------------   00004590
       9000-99-FIM.            EXIT.                                    00004600
      *--------------------------------------------------------------   00004610
