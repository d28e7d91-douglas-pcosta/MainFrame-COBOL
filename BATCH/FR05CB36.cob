      *               ACEITA UM CODIGO DE PRODUTO ('P' + CODIGO)        00000160
      *               OU UM CODIGO DE CATEGORIA ('C' + CATEGORIA,       00000170
      *               QUE VARRE O MASTER E EXIBE OS PRODUTOS DA         00000180
      *               CATEGORIA) OU UM CODIGO DE BARRAS ('E' +          00000190
      *               EAN, TRADUZIDO PELA REFERENCIA CRUZADA            00000200
      *               CPXRF01). EXIBE DESCRICAO, CATEGORIA,             00000210
      *               SALDO, PRECO UNITARIO EDITADO E STATUS            00000220
      *-------------------------------------------------------*         00000230
      *     HISTORICO DE ALTERACOES                                     00000240
      *     DATA        AUTOR   DESCRICAO                               00000250
      *     ----------  ------  --------------------------------        00000260
      *     22/08/2026  IVS     PROGRAMA INICIAL                        00000270
      *     02/09/2026  IVS     A CONSULTA PASSA A RESPONDER O          00000280
      *                         DISPONIVEL (SALDO FISICO MENOS A        00000290
      *                         QUANTIDADE COMPROMETIDA COM             00000300
      *                         PEDIDOS ACEITOS), ALEM DO SALDO         00000310
      *     02/09/2026  IVS     A CONSULTA PASSA A ABRIR O SALDO        00000320
      *                         POR DEPOSITO (CPSLD01) - EXIBE O        00000330
      *                         SALDO DOS DEPOSITOS 01 E 02 ALEM        00000340
      *                         DO TOTAL E DO DISPONIVEL                00000350
      *     02/09/2026  IVS     PRODUTO PAI DE KIT (CPKIT01) PASSA      00000360
      *                         A RESPONDER TAMBEM OS CONJUNTOS         00000370
      *                         MONTAVEIS PELO COMPONENTE MAIS          00000380
      *                         ESCASSO                                 00000390
      *     02/09/2026  IVS     ITEM SEM DISPONIVEL PASSA A EXIBIR      00000400
      *                         O SUBSTITUTO DA CORRENTE DO MASTER      00000410
      *                         (PRDM-CODIGO-SUBSTITUTO) COM O          00000420
      *                         DISPONIVEL DELE                         00000430
      *     15/10/2026  IVS     NOVO CARTAO 'E' + EAN (POS 2-21):       00000440
      *                         O CODIGO DE BARRAS E TRADUZIDO NO       00000450
      *                         PRDM-CODIGO PELO SERVICO FR06CB13 E     00000460
      *                         SEGUE COMO A CONSULTA POR CODIGO        00000470
      *=======================================================*         00000480
                                                                        00000490
      *=======================================================*         00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=======================================================*         00000520
       INPUT-OUTPUT                              SECTION.               00000530
       FILE-CONTROL.                                                    00000540
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS PRDM-CODIGO                             00000580
                FILE STATUS  IS WRK-FS-PRDM.                            00000590
                                                                        00000600
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000610
                FILE STATUS  IS WRK-FS-SYSIN.                           00000620
                                                                        00000630
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000640
                ORGANIZATION IS INDEXED                                 00000650
                ACCESS MODE  IS DYNAMIC                                 00000660
                RECORD KEY   IS SLD-CHAVE                               00000670
                FILE STATUS  IS WRK-FS-SALDOS.                          00000680
                                                                        00000690
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00000700
                ORGANIZATION IS INDEXED                                 00000710
                ACCESS MODE  IS DYNAMIC                                 00000720
                RECORD KEY   IS KIT-CHAVE                               00000730
                FILE STATUS  IS WRK-FS-KIT.                             00000740
                                                                        00000750
                                                                        00000760
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000770
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000780
      *=======================================================*         00000790
       DATA                                      DIVISION.              00000800
      *=======================================================*         00000810
       FILE                                      SECTION.               00000820
       FD PRODUTO-MASTER.                                               00000830
           COPY CPPRDM01.                                               00000840
                                                                        00000850
       FD SALDOS.                                                       00000860
           COPY CPSLD01.                                                00000870
                                                                        00000880
       FD KIT-MASTER.                                                   00000890
           COPY CPKIT01.                                                00000900
                                                                        00000910
       FD ENTRADA-SYSIN                                                 00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
       01 SYSIN-REGISTRO             PIC X(021).                        00000950
                                                                        00000960
       FD ERRLOG.                                                       00000970
           COPY CPERRL01.                                               00000980
      *---------------------------------------------------              00000990
       WORKING-STORAGE                           SECTION.               00001000
      *---------------------------------------------------              00001010
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001020
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001030
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001040
       77 WRK-CONT-CONSULTAS  PIC 9(07) COMP VALUE ZERO.                00001050
       77 WRK-CONT-ENCONTRADOS PIC 9(07) COMP VALUE ZERO.               00001060
       77 WRK-CONT-NAO-ACHADOS PIC 9(07) COMP VALUE ZERO.               00001070
       01 WRK-CARTAO-CONSULTA.                                          00001080
          05 WRK-TIPO-CONSULTA      PIC X(01).                          00001090
             88 WRK-CONSULTA-PRODUTO      VALUE 'P'.                    00001100
             88 WRK-CONSULTA-CATEGORIA    VALUE 'C'.                    00001110
             88 WRK-CONSULTA-EAN          VALUE 'E'.                    00001120
          05 WRK-VALOR-CONSULTA     PIC X(20).                          00001130
          05 WRK-VALOR-PRODUTO REDEFINES WRK-VALOR-CONSULTA.            00001140
             10 WRK-VALOR-CODIGO    PIC 9(08).                          00001150
             10 FILLER              PIC X(12).                          00001160
       77 WRK-CATEGORIA-ALVO  PIC X(05) VALUE SPACES.                   00001170
       77 WRK-ACHOU-CATEGORIA PIC X(01) VALUE 'N'.                      00001180
      *---------------------------------------------------              00001190
      *    CAMPOS EDITADOS PARA A EXIBICAO                              00001200
      *---------------------------------------------------              00001210
       77 WRK-ED-QUANTIDADE   PIC Z(6)9 VALUE ZEROS.                    00001220
       77 WRK-ED-COMPROMETIDA PIC Z(6)9 VALUE ZEROS.                    00001230
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00001240
       77 WRK-FS-KIT          PIC X(02) VALUE SPACES.                   00001250
       77 WRK-CODIGO-PAI      PIC 9(08) VALUE ZEROS.                    00001260
       77 WRK-QTD-MONTAVEIS   PIC 9(09) COMP-3 VALUE ZERO.              00001270
       77 WRK-MONTAVEIS-COMP  PIC 9(09) COMP-3 VALUE ZERO.              00001280
       77 WRK-ED-MONTAVEIS    PIC Z(8)9 VALUE ZEROS.                    00001290
       77 WRK-CODIGO-SUBST    PIC 9(08) VALUE ZEROS.                    00001300
       77 WRK-CODIGO-CONSULTA PIC 9(08) VALUE ZEROS.                    00001310
       77 WRK-QTD-ELOS        PIC 9(01) COMP VALUE ZERO.                00001320
       77 WRK-DISP-SUBST      PIC S9(07) COMP-3 VALUE ZERO.             00001330
       77 WRK-ED-DISP-SUBST   PIC Z(6)9 VALUE ZEROS.                    00001340
       77 WRK-QTD-COMP        PIC 9(02) COMP VALUE ZERO.                00001350
       77 WRK-IDX-COMP        PIC 9(02) COMP VALUE ZERO.                00001360
       77 WRK-MAX-COMP        PIC 9(02) COMP VALUE 20.                  00001370
       01 WRK-TABELA-COMP.                                              00001380
          05 WRK-ENT-COMP OCCURS 20 TIMES.                              00001390
             10 WRK-CMP-CODIGO        PIC 9(08).                        00001400
             10 WRK-CMP-QTD-KIT       PIC 9(05).                        00001410
       77 WRK-ED-SALDO-DEP    PIC Z(6)9 VALUE ZEROS.                    00001420
       77 WRK-DEPOSITO        PIC X(02) VALUE SPACES.                   00001430
       77 WRK-ED-DISPONIVEL   PIC Z(6)9 VALUE ZEROS.                    00001440
       77 WRK-QTD-DISPONIVEL  PIC S9(07) COMP-3 VALUE ZERO.             00001450
       77 WRK-ED-PRECO        PIC Z(6)9.99 VALUE ZEROS.                 00001460
       COPY CPCAB01.                                                    00001470
       COPY CPERR01.                                                    00001480
       COPY CPXRF02.                                                    00001490
      *=========================================*                       00001500
       PROCEDURE DIVISION.                                              00001510
      *=========================================*                       00001520
                                                                        00001530
      *---------------------------------------------------              00001540
       0000-PRINCIPAL                     SECTION.                      00001550
      *---------------------------------------------------              00001560
             PERFORM 0100-INICIAR.                                      00001570
             PERFORM 0200-PROCESSAR                                     00001580
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001590
             PERFORM 0300-FINALIZAR.                                    00001600
      *---------------------------------------------------              00001610
       0000-99-FIM.            EXIT.                                    00001620
      *---------------------------------------------------              00001630
                                                                        00001640
       0100-INICIAR                       SECTION.                      00001650
             MOVE 'FR05CB36' TO WRK-CAB-PROGRAMA.                       00001660
             PERFORM 0101-CABECALHO-PADRAO.                             00001670
             OPEN INPUT PRODUTO-MASTER.                                 00001680
             PERFORM 0115-ABRIR-SALDOS.                                 00001690
             PERFORM 0116-ABRIR-KITS.                                   00001700
             OPEN INPUT ENTRADA-SYSIN.                                  00001710
             PERFORM 0110-TESTAR-STATUS.                                00001720
      *---------------------------------------------------              00001730
       0100-99-FIM.            EXIT.                                    00001740
      *---------------------------------------------------              00001750
           COPY CPCAB02.                                                00001760
           COPY CPERR02.                                                00001770
      *---------------------------------------------------              00001780
       0110-TESTAR-STATUS                 SECTION.                      00001790
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00001800
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00001810
                 PERFORM 9000-TRATA-ERROS                               00001820
             END-IF.                                                    00001830
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00001840
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00001850
                 PERFORM 9000-TRATA-ERROS                               00001860
             END-IF.                                                    00001870
      *---------------------------------------------------              00001880
       0200-PROCESSAR                     SECTION.                      00001890
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CONSULTA.               00001900
             IF WRK-FS-SYSIN EQUAL ZEROS                                00001910
                 ADD 1 TO WRK-CONT-CONSULTAS                            00001920
                 EVALUATE TRUE                                          00001930
                     WHEN WRK-CONSULTA-PRODUTO                          00001940
                         PERFORM 0210-CONSULTAR-PRODUTO                 00001950
                     WHEN WRK-CONSULTA-CATEGORIA                        00001960
                         PERFORM 0230-CONSULTAR-CATEGORIA               00001970
                     WHEN WRK-CONSULTA-EAN                              00001980
                         PERFORM 0250-CONSULTAR-EAN                     00001990
                     WHEN OTHER                                         00002000
                         ADD 1 TO WRK-CONT-NAO-ACHADOS                  00002010
                         DISPLAY '  CARTAO INVALIDO: '                  00002020
                                 WRK-CARTAO-CONSULTA                    00002030
                 END-EVALUATE                                           00002040
             END-IF.                                                    00002050
      *---------------------------------------------------              00002060
       0115-ABRIR-SALDOS                  SECTION.                      00002070
      *    ABRE O MASTER DE SALDO POR DEPOSITO - AINDA NAO CRIADO       00002080
      *    PELA FR05CB22 (FILE STATUS 35), OS SALDOS POR DEPOSITO       00002090
      *    SAEM ZERADOS                                                 00002100
      *---------------------------------------------------              00002110
             OPEN INPUT SALDOS.                                         00002120
             IF WRK-FS-SALDOS EQUAL '35'                                00002130
                 DISPLAY ' AVISO: SEM MASTER DE SALDOS POR '            00002140
                         'DEPOSITO'                                     00002150
             END-IF.                                                    00002160
      *---------------------------------------------------              00002170
       0116-ABRIR-KITS                    SECTION.                      00002180
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00002190
      *    PELA FR05CB75 (FILE STATUS 35), NENHUM PRODUTO E             00002200
      *    TRATADO COMO KIT                                             00002210
      *---------------------------------------------------              00002220
             OPEN INPUT KIT-MASTER.                                     00002230
             IF WRK-FS-KIT EQUAL '35'                                   00002240
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00002250
             END-IF.                                                    00002260
      *---------------------------------------------------              00002270
       0210-CONSULTAR-PRODUTO             SECTION.                      00002280
      *    BUSCA DIRETA POR CHAVE NO PRODUTO-MASTER - NAO HA            00002290
      *    ATUALIZACAO, SOMENTE EXIBICAO DO RESULTADO                   00002300
      *---------------------------------------------------              00002310
             IF WRK-VALOR-CODIGO NOT NUMERIC                            00002320
                 ADD 1 TO WRK-CONT-NAO-ACHADOS                          00002330
                 DISPLAY '  CODIGO NAO NUMERICO: '                      00002340
                         WRK-VALOR-CONSULTA                             00002350
             ELSE                                                       00002360
                 MOVE WRK-VALOR-CODIGO TO PRDM-CODIGO                   00002370
                 READ PRODUTO-MASTER                                    00002380
                     INVALID KEY                                        00002390
                         ADD 1 TO WRK-CONT-NAO-ACHADOS                  00002400
                         DISPLAY '  PRODUTO NAO ENCONTRADO: '           00002410
                                 PRDM-CODIGO                            00002420
                     NOT INVALID KEY                                    00002430
                         ADD 1 TO WRK-CONT-ENCONTRADOS                  00002440
                         PERFORM 0220-EXIBIR-PRODUTO                    00002450
                 END-READ                                               00002460
             END-IF.                                                    00002470
      *---------------------------------------------------              00002480
       0220-EXIBIR-PRODUTO                SECTION.                      00002490
      *---------------------------------------------------              00002500
             MOVE PRDM-QUANTIDADE TO WRK-ED-QUANTIDADE.                 00002510
             MOVE PRDM-PRECO-UNIT TO WRK-ED-PRECO.                      00002520
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00002530
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00002540
             END-IF.                                                    00002550
             COMPUTE WRK-QTD-DISPONIVEL =                               00002560
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00002570
             IF WRK-QTD-DISPONIVEL < ZERO                               00002580
                 MOVE ZERO TO WRK-QTD-DISPONIVEL                        00002590
             END-IF.                                                    00002600
             MOVE PRDM-QTD-COMPROMETIDA TO WRK-ED-COMPROMETIDA.         00002610
             MOVE WRK-QTD-DISPONIVEL    TO WRK-ED-DISPONIVEL.           00002620
             DISPLAY '  PRODUTO ENCONTRADO: '.                          00002630
             DISPLAY '    CODIGO     : ' PRDM-CODIGO.                   00002640
             DISPLAY '    DESCRICAO  : ' PRDM-DESCRICAO.                00002650
             DISPLAY '    CATEGORIA  : ' PRDM-CATEGORIA.                00002660
             DISPLAY '    SALDO      : ' WRK-ED-QUANTIDADE.             00002670
             DISPLAY '    COMPROMETIDO: ' WRK-ED-COMPROMETIDA.          00002680
             DISPLAY '    DISPONIVEL : ' WRK-ED-DISPONIVEL.             00002690
             DISPLAY '    PRECO UNIT : ' WRK-ED-PRECO.                  00002700
             DISPLAY '    STATUS     : ' PRDM-STATUS.                   00002710
             MOVE '01' TO WRK-DEPOSITO.                                 00002720
             PERFORM 0225-EXIBIR-DEPOSITO.                              00002730
             MOVE '02' TO WRK-DEPOSITO.                                 00002740
             PERFORM 0225-EXIBIR-DEPOSITO.                              00002750
             PERFORM 0227-EXIBIR-KIT.                                   00002760
             IF WRK-QTD-DISPONIVEL EQUAL ZERO                           00002770
                 PERFORM 0229-EXIBIR-SUBSTITUTO                         00002780
             END-IF.                                                    00002790
      *---------------------------------------------------              00002800
       0225-EXIBIR-DEPOSITO               SECTION.                      00002810
      *    EXIBE O SALDO DO PRODUTO NO DEPOSITO CORRENTE                00002820
      *    (CPSLD01, MANTIDO PELA FR05CB22) - SEM MASTER DE             00002830
      *    SALDOS OU SEM REGISTRO, EXIBE ZERO                           00002840
      *---------------------------------------------------              00002850
             MOVE ZEROS TO WRK-ED-SALDO-DEP.                            00002860
             IF WRK-FS-SALDOS NOT EQUAL '35'                            00002870
                 MOVE PRDM-CODIGO  TO SLD-CODIGO                        00002880
                 MOVE WRK-DEPOSITO TO SLD-DEPOSITO                      00002890
                 READ SALDOS                                            00002900
                     INVALID KEY                                        00002910
                         CONTINUE                                       00002920
                     NOT INVALID KEY                                    00002930
                         MOVE SLD-QUANTIDADE TO WRK-ED-SALDO-DEP        00002940
                 END-READ                                               00002950
             END-IF.                                                    00002960
             DISPLAY '    DEPOSITO ' WRK-DEPOSITO ': '                  00002970
                     WRK-ED-SALDO-DEP.                                  00002980
      *---------------------------------------------------              00002990
       0227-EXIBIR-KIT                    SECTION.                      00003000
      *    PRODUTO PAI DE KIT RESPONDE OS CONJUNTOS MONTAVEIS           00003010
      *    PELO COMPONENTE MAIS ESCASSO - O SALDO DO PAI NAO            00003020
      *    CONTA, O KIT E MONTADO NO FATURAMENTO                        00003030
      *---------------------------------------------------              00003040
             MOVE ZERO TO WRK-QTD-COMP.                                 00003050
             IF WRK-FS-KIT EQUAL '35'                                   00003060
                 GO TO 0227-99-FIM                                      00003070
             END-IF.                                                    00003080
             MOVE PRDM-CODIGO TO WRK-CODIGO-PAI.                        00003090
             MOVE WRK-CODIGO-PAI TO KIT-CODIGO-PAI.                     00003100
             MOVE ZEROS          TO KIT-COMPONENTE.                     00003110
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00003120
                 INVALID KEY                                            00003130
                     GO TO 0227-99-FIM                                  00003140
             END-START.                                                 00003150
             PERFORM 0227-CARREGAR-COMPONENTE                           00003160
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS.                      00003170
             MOVE SPACES TO WRK-FS-KIT.                                 00003180
             IF WRK-QTD-COMP EQUAL ZERO                                 00003190
                 GO TO 0227-99-FIM                                      00003200
             END-IF.                                                    00003210
             MOVE 999999999 TO WRK-QTD-MONTAVEIS.                       00003220
             MOVE ZERO TO WRK-IDX-COMP.                                 00003230
             PERFORM 0228-APURAR-UM-COMPONENTE                          00003240
                 UNTIL WRK-IDX-COMP >= WRK-QTD-COMP.                    00003250
             MOVE WRK-QTD-MONTAVEIS TO WRK-ED-MONTAVEIS.                00003260
             DISPLAY '    KITS MONTAVEIS: ' WRK-ED-MONTAVEIS.           00003270
             MOVE WRK-CODIGO-PAI TO PRDM-CODIGO.                        00003280
             READ PRODUTO-MASTER                                        00003290
                 INVALID KEY                                            00003300
                     CONTINUE                                           00003310
             END-READ.                                                  00003320
       0227-99-FIM.            EXIT.                                    00003330
      *---------------------------------------------------              00003340
       0227-CARREGAR-COMPONENTE           SECTION.                      00003350
             READ KIT-MASTER NEXT RECORD.                               00003360
             IF WRK-FS-KIT EQUAL ZEROS                                  00003370
                 IF KIT-CODIGO-PAI NOT EQUAL WRK-CODIGO-PAI             00003380
                     MOVE '10' TO WRK-FS-KIT                            00003390
                 ELSE                                                   00003400
                     IF KIT-ATIVO                                       00003410
                         IF WRK-QTD-COMP >= WRK-MAX-COMP                00003420
                             MOVE '10' TO WRK-FS-KIT                    00003430
                         ELSE                                           00003440
                             ADD 1 TO WRK-QTD-COMP                      00003450
                             MOVE KIT-COMPONENTE                        00003460
                                 TO WRK-CMP-CODIGO (WRK-QTD-COMP)       00003470
                             MOVE KIT-QTD-POR-KIT                       00003480
                                 TO WRK-CMP-QTD-KIT (WRK-QTD-COMP)      00003490
                         END-IF                                         00003500
                     END-IF                                             00003510
                 END-IF                                                 00003520
             END-IF.                                                    00003530
      *---------------------------------------------------              00003540
       0228-APURAR-UM-COMPONENTE          SECTION.                      00003550
             ADD 1 TO WRK-IDX-COMP.                                     00003560
             MOVE WRK-CMP-CODIGO (WRK-IDX-COMP) TO PRDM-CODIGO.         00003570
             READ PRODUTO-MASTER                                        00003580
                 INVALID KEY                                            00003590
                     MOVE ZERO TO WRK-MONTAVEIS-COMP                    00003600
                 NOT INVALID KEY                                        00003610
                     COMPUTE WRK-MONTAVEIS-COMP =                       00003620
                         PRDM-QUANTIDADE                                00003630
                         / WRK-CMP-QTD-KIT (WRK-IDX-COMP)               00003640
             END-READ.                                                  00003650
             IF WRK-MONTAVEIS-COMP < WRK-QTD-MONTAVEIS                  00003660
                 MOVE WRK-MONTAVEIS-COMP TO WRK-QTD-MONTAVEIS           00003670
             END-IF.                                                    00003680
      *---------------------------------------------------              00003690
       0229-EXIBIR-SUBSTITUTO             SECTION.                      00003700
      *    ITEM SEM DISPONIVEL EXIBE O PRIMEIRO SUBSTITUTO DA           00003710
      *    CORRENTE COM SALDO DISPONIVEL (ATE CINCO ELOS) - SEM         00003720
      *    SUBSTITUTO COM SALDO, NADA E EXIBIDO                         00003730
      *---------------------------------------------------              00003740
             MOVE PRDM-CODIGO TO WRK-CODIGO-CONSULTA.                   00003750
             MOVE ZERO TO WRK-QTD-ELOS.                                 00003760
             PERFORM 0229-SEGUIR-UM-ELO                                 00003770
                 UNTIL WRK-QTD-ELOS >= 5                                00003780
                    OR PRDM-CODIGO-SUBSTITUTO NOT NUMERIC               00003790
                    OR PRDM-CODIGO-SUBSTITUTO EQUAL ZEROS.              00003800
      *    RELE O PRODUTO CONSULTADO PARA A VARREDURA POR               00003810
      *    CATEGORIA NAO PERDER A POSICAO, COMO FAZ A EXIBICAO          00003820
      *    DE KIT                                                       00003830
             MOVE WRK-CODIGO-CONSULTA TO PRDM-CODIGO.                   00003840
             READ PRODUTO-MASTER                                        00003850
                 INVALID KEY                                            00003860
                     CONTINUE                                           00003870
             END-READ.                                                  00003880
       0229-99-FIM.            EXIT.                                    00003890
      *---------------------------------------------------              00003900
       0229-SEGUIR-UM-ELO                 SECTION.                      00003910
             ADD 1 TO WRK-QTD-ELOS.                                     00003920
             MOVE PRDM-CODIGO-SUBSTITUTO TO WRK-CODIGO-SUBST.           00003930
             MOVE WRK-CODIGO-SUBST       TO PRDM-CODIGO.                00003940
             READ PRODUTO-MASTER                                        00003950
                 INVALID KEY                                            00003960
                     MOVE ZEROS TO PRDM-CODIGO-SUBSTITUTO               00003970
                 NOT INVALID KEY                                        00003980
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00003990
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00004000
                     END-IF                                             00004010
                     COMPUTE WRK-DISP-SUBST =                           00004020
                         PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA        00004030
                     IF WRK-DISP-SUBST > ZERO                           00004040
                        AND PRDM-ATIVO                                  00004050
                         MOVE WRK-DISP-SUBST TO WRK-ED-DISP-SUBST       00004060
                         DISPLAY '    SUBSTITUTO : '                    00004070
                                 WRK-CODIGO-SUBST                       00004080
                                 ' DISPONIVEL: '                        00004090
                                 WRK-ED-DISP-SUBST                      00004100
                         MOVE 9 TO WRK-QTD-ELOS                         00004110
                     END-IF                                             00004120
             END-READ.                                                  00004130
      *---------------------------------------------------              00004140
       0230-CONSULTAR-CATEGORIA           SECTION.                      00004150
      *    VARRE O PRODUTO-MASTER DO INICIO E EXIBE OS PRODUTOS DA      00004160
      *    CATEGORIA INFORMADA - O ARQUIVO E REPOSICIONADO COM          00004170
      *    START PARA A VARREDURA NAO DEPENDER DA CONSULTA ANTERIOR     00004180
      *---------------------------------------------------              00004190
             MOVE WRK-VALOR-CONSULTA (1:5) TO WRK-CATEGORIA-ALVO.       00004200
             MOVE 'N' TO WRK-ACHOU-CATEGORIA.                           00004210
             MOVE ZEROS TO PRDM-CODIGO.                                 00004220
             START PRODUTO-MASTER KEY NOT LESS PRDM-CODIGO              00004230
                 INVALID KEY                                            00004240
                     CONTINUE                                           00004250
             END-START.                                                 00004260
             IF WRK-FS-PRDM EQUAL ZEROS                                 00004270
                 PERFORM 0240-VARRER-CATEGORIA                          00004280
                     UNTIL WRK-FS-PRDM NOT EQUAL ZEROS                  00004290
             END-IF.                                                    00004300
             MOVE ZEROS TO WRK-FS-PRDM.                                 00004310
             IF WRK-ACHOU-CATEGORIA EQUAL 'N'                           00004320
                 ADD 1 TO WRK-CONT-NAO-ACHADOS                          00004330
                 DISPLAY '  NENHUM PRODUTO NA CATEGORIA: '              00004340
                         WRK-CATEGORIA-ALVO                             00004350
             END-IF.                                                    00004360
      *---------------------------------------------------              00004370
       0240-VARRER-CATEGORIA              SECTION.                      00004380
             READ PRODUTO-MASTER NEXT RECORD.                           00004390
             IF WRK-FS-PRDM EQUAL ZEROS                                 00004400
                 IF PRDM-CATEGORIA EQUAL WRK-CATEGORIA-ALVO             00004410
                     MOVE 'S' TO WRK-ACHOU-CATEGORIA                    00004420
                     ADD 1 TO WRK-CONT-ENCONTRADOS                      00004430
                     PERFORM 0220-EXIBIR-PRODUTO                        00004440
                 END-IF                                                 00004450
             END-IF.                                                    00004460
      *---------------------------------------------------              00004470
       0250-CONSULTAR-EAN                 SECTION.                      00004480
      *    TRADUZ O CODIGO DE BARRAS PELA REFERENCIA CRUZADA            00004490
      *    (FR06CB13) E SEGUE COMO A CONSULTA POR CODIGO                00004500
      *---------------------------------------------------              00004510
             MOVE WRK-VALOR-CONSULTA TO XRF-CHK-IDENTIFICADOR.          00004520
             MOVE ZEROS              TO XRF-CHK-FORNECEDOR.             00004530
             CALL 'FR06CB13' USING CPXRF02-AREA.                        00004540
             EVALUATE TRUE                                              00004550
                 WHEN XRF-CHK-OK                                        00004560
                     DISPLAY '  EAN ' WRK-VALOR-CONSULTA                00004570
                             ' = PRODUTO ' XRF-CHK-CODIGO               00004580
                     MOVE XRF-CHK-CODIGO TO WRK-VALOR-CODIGO            00004590
                     PERFORM 0210-CONSULTAR-PRODUTO                     00004600
                 WHEN XRF-CHK-INATIVO                                   00004610
                     ADD 1 TO WRK-CONT-NAO-ACHADOS                      00004620
                     DISPLAY '  EAN DESATIVADO: ' WRK-VALOR-CONSULTA    00004630
                             ' (ERA O PRODUTO ' XRF-CHK-CODIGO ')'      00004640
                 WHEN XRF-CHK-NAO-CADASTRADO                            00004650
                     ADD 1 TO WRK-CONT-NAO-ACHADOS                      00004660
                     DISPLAY '  EAN NAO CADASTRADO: '                   00004670
                             WRK-VALOR-CONSULTA                         00004680
                 WHEN OTHER                                             00004690
                     MOVE ' ERRO NA REFERENCIA CRUZADA ' TO WRK-MSG     00004700
                     PERFORM 9000-TRATA-ERROS                           00004710
             END-EVALUATE.                                              00004720
      *---------------------------------------------------              00004730
       0300-FINALIZAR                     SECTION.                      00004740
             CLOSE PRODUTO-MASTER.                                      00004750
             IF WRK-FS-SALDOS NOT EQUAL '35'                            00004760
                 CLOSE SALDOS                                           00004770
             END-IF.                                                    00004780
             IF WRK-FS-KIT NOT EQUAL '35'                               00004790
                 CLOSE KIT-MASTER                                       00004800
             END-IF.                                                    00004810
             CLOSE ENTRADA-SYSIN.                                       00004820
             DISPLAY '------------------'.                              00004830
             DISPLAY '  CONSULTAS REALIZADAS : ' WRK-CONT-CONSULTAS.    00004840
             DISPLAY '  PRODUTOS EXIBIDOS    : '                        00004850
                     WRK-CONT-ENCONTRADOS.                              00004860
             DISPLAY '  CONSULTAS SEM RETORNO: '                        00004870
                     WRK-CONT-NAO-ACHADOS.                              00004880
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004890
             PERFORM 9000-TRATA-ERROS.                                  00004900
      *---------------------------------------------------              00004910
       9000-TRATA-ERROS                   SECTION.                      00004920
      *---------------------------------------------------              00004930
             PERFORM 9050-GRAVAR-ERRLOG.                                00004940
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004950
             STOP RUN.                                                  00004960
      *--------------------------------------------------------------   00004970
       9000-99-FIM.            EXIT.                                    00004980
      *--------------------------------------------------------------   00004990
