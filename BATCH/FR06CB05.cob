      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB05.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: APLICACAO NOTURNA DOS CREDITOS EM CONTA           00000120
      *               DO CLIENTE (CPCRD01) - DINHEIRO NAO               00000130
      *               APLICADO, SOBRA DE RECEBIMENTO E NOTA DE          00000140
      *               CREDITO DE DEVOLUCAO. CADA CREDITO EM             00000150
      *               ABERTO QUITA OS TITULOS EM ABERTO DO              00000160
      *               CLIENTE (CPREC01) DO VENCIMENTO MAIS              00000170
      *               ANTIGO PARA O MAIS NOVO, ACUMULANDO EM            00000180
      *               REC-VALOR-PAGO COMO O INTAKE DE                   00000190
      *               RECEBIMENTOS (FR05CB52), E ABATE O SALDO          00000200
      *               EM ABERTO DO CLIENTE-MASTER. O CREDITO            00000210
      *               FICA APLICADO (L) QUANDO O SALDO ZERA; O          00000220
      *               QUE SOBRA CONTINUA EM ABERTO PARA OS              00000230
      *               PROXIMOS TITULOS. CREDITO DO CLIENTE 00000        00000240
      *               (RETORNO BANCARIO SEM TITULO) SAI NO              00000250
      *               RELATORIO AGUARDANDO IDENTIFICACAO. NAO HA        00000260
      *               COBRANCA DE ENCARGOS NA APLICACAO                 00000270
      *-------------------------------------------------------*         00000280
      *     HISTORICO DE ALTERACOES                                     00000290
      *     DATA        AUTOR   DESCRICAO                               00000300
      *     ----------  ------  --------------------------------        00000310
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000320
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000330
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000340
      *                         O PAGAMENTO DO TITULO E A APLICACAO     00000350
      *                         DO CREDITO SAEM NO PRIMEIRO PERIODO     00000360
      *                         ABERTO SEGUINTE E CADA CREDITO          00000370
      *                         APLICADO VAI PARA O ARQUIVO DE          00000380
      *                         DESVIOS (CPDSV01). PERIODO EM           00000390
      *                         FECHAMENTO: NENHUM CREDITO E            00000400
      *                         APLICADO - SAEM NO RELATORIO E          00000410
      *                         FICAM EM ABERTO PARA A PROXIMA NOITE    00000420
      *=======================================================*         00000430
                                                                        00000440
      *=======================================================*         00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=======================================================*         00000470
       INPUT-OUTPUT                              SECTION.               00000480
       FILE-CONTROL.                                                    00000490
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00000500
                ORGANIZATION IS INDEXED                                 00000510
                ACCESS MODE  IS DYNAMIC                                 00000520
                RECORD KEY   IS CRD-CHAVE                               00000530
                FILE STATUS  IS WRK-FS-CREDITO.                         00000540
                                                                        00000550
             SELECT CONTASREC ASSIGN TO ARQREC                          00000560
                ORGANIZATION IS INDEXED                                 00000570
                ACCESS MODE  IS DYNAMIC                                 00000580
                RECORD KEY   IS REC-CHAVE                               00000590
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000600
                                                                        00000610
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000620
                ORGANIZATION IS INDEXED                                 00000630
                ACCESS MODE  IS DYNAMIC                                 00000640
                RECORD KEY   IS CLI-ID                                  00000650
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000660
                                                                        00000670
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS CAL-DATA                                00000710
                FILE STATUS  IS WRK-FS-CALEND.                          00000720
                                                                        00000730
             SELECT RELCRED  ASSIGN TO ARQRPT                           00000740
                FILE STATUS  IS WRK-FS-RELCRED.                         00000750
                                                                        00000760
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000770
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000780
                                                                        00000790
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000800
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000810
                                                                        00000820
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000830
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000840
                                                                        00000850
             SELECT PERIODO  ASSIGN TO ARQPER                           00000860
                ORGANIZATION IS INDEXED                                 00000870
                ACCESS MODE  IS DYNAMIC                                 00000880
                RECORD KEY   IS PER-ANOMES                              00000890
                FILE STATUS  IS WRK-FS-PERIODO.                         00000900
                                                                        00000910
             SELECT DESVIO   ASSIGN TO ARQDSV                           00000920
                FILE STATUS  IS WRK-FS-DESVIO.                          00000930
      *=======================================================*         00000940
       DATA                                      DIVISION.              00000950
      *=======================================================*         00000960
       FILE                                      SECTION.               00000970
       FD CREDITO-CLIENTE.                                              00000980
           COPY CPCRD01.                                                00000990
                                                                        00001000
       FD CONTASREC.                                                    00001010
           COPY CPREC01.                                                00001020
                                                                        00001030
       FD CLIENTE-MASTER.                                               00001040
           COPY CPCLIE01.                                               00001050
                                                                        00001060
       FD CALENDARIO.                                                   00001070
           COPY CPCAL01.                                                00001080
                                                                        00001090
       FD RELCRED                                                       00001100
           RECORDING MODE IS F                                          00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
       01 REL-LINHA                    PIC X(132).                      00001130
                                                                        00001140
       FD CONTROLE                                                      00001150
           RECORDING MODE IS F                                          00001160
           BLOCK CONTAINS 0 RECORDS.                                    00001170
           COPY CPCTRL01.                                               00001180
                                                                        00001190
       FD ERRLOG.                                                       00001200
           COPY CPERRL01.                                               00001210
                                                                        00001220
       FD ESTATIS                                                       00001230
           RECORDING MODE IS F                                          00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
           COPY CPSTA01.                                                00001260
                                                                        00001270
       FD PERIODO.                                                      00001280
           COPY CPPER01.                                                00001290
                                                                        00001300
       FD DESVIO                                                        00001310
           RECORDING MODE IS F                                          00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
           COPY CPDSV01.                                                00001340
      *---------------------------------------------------              00001350
       WORKING-STORAGE                           SECTION.               00001360
      *---------------------------------------------------              00001370
       77 WRK-FS-CREDITO      PIC X(02) VALUE SPACES.                   00001380
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001390
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001400
       77 WRK-FS-RELCRED      PIC X(02) VALUE SPACES.                   00001410
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001420
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001430
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001440
       77 WRK-CONT-APLICACOES PIC 9(09) COMP VALUE ZERO.                00001450
       77 WRK-CONT-QUITADOS   PIC 9(09) COMP VALUE ZERO.                00001460
       77 WRK-CONT-ESGOTADOS  PIC 9(09) COMP VALUE ZERO.                00001470
       77 WRK-CONT-NAO-IDENT  PIC 9(09) COMP VALUE ZERO.                00001480
       77 WRK-CONT-SEM-CADAST PIC 9(09) COMP VALUE ZERO.                00001490
       77 WRK-TOT-APLICADO    PIC 9(11)V99 COMP-3 VALUE ZERO.           00001500
       77 WRK-TOT-NAO-IDENT   PIC 9(11)V99 COMP-3 VALUE ZERO.           00001510
       77 WRK-TOT-REMANESC    PIC 9(11)V99 COMP-3 VALUE ZERO.           00001520
       77 WRK-VALOR-APLICADO  PIC 9(09)V99 COMP-3 VALUE ZERO.           00001530
       77 WRK-VALOR-ABATIDO   PIC 9(09)V99 COMP-3 VALUE ZERO.           00001540
       77 WRK-SALDO-TITULO    PIC 9(09)V99 COMP-3 VALUE ZERO.           00001550
       77 WRK-VENCTO-TITULO   PIC 9(08) VALUE ZERO.                     00001560
       77 WRK-CHAVE-CLI-ID    PIC 9(05) VALUE ZERO.                     00001570
       01 WRK-SW-CREDITOS.                                              00001580
          05 WRK-SW-CREDITOS-IND     PIC X(01) VALUE 'S'.               00001590
             88 WRK-CREDITOS-PRESENTES     VALUE 'S'.                   00001600
             88 WRK-CREDITOS-AUSENTES      VALUE 'N'.                   00001610
       01 WRK-SW-TITULO.                                                00001620
          05 WRK-SW-TITULO-IND       PIC X(01) VALUE 'S'.               00001630
             88 WRK-HA-TITULO              VALUE 'S'.                   00001640
             88 WRK-SEM-TITULO             VALUE 'N'.                   00001650
      *---------------------------------------------------              00001660
      *    CLIENTES COM CREDITO EM ABERTO                               00001670
      *---------------------------------------------------              00001680
       77 WRK-MAX-CLIENTES    PIC 9(05) COMP VALUE 2000.                00001690
       77 WRK-QTD-CLIENTES    PIC 9(05) COMP VALUE ZERO.                00001700
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00001710
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00001720
       01 WRK-TABELA-CLIENTES.                                          00001730
          05 WRK-ENT-CLIENTE OCCURS 2000 TIMES.                         00001740
             10 WRK-CLT-CLI-ID        PIC 9(05).                        00001750
      *---------------------------------------------------              00001760
      *    TITULOS EM ABERTO DOS CLIENTES COM CREDITO                   00001770
      *---------------------------------------------------              00001780
       77 WRK-MAX-TITULOS     PIC 9(05) COMP VALUE 5000.                00001790
       77 WRK-QTD-TITULOS     PIC 9(05) COMP VALUE ZERO.                00001800
       77 WRK-IDT             PIC 9(05) COMP VALUE ZERO.                00001810
       77 WRK-IDT-ACHADO      PIC 9(05) COMP VALUE ZERO.                00001820
       01 WRK-TABELA-TITULOS.                                           00001830
          05 WRK-ENT-TITULO OCCURS 5000 TIMES.                          00001840
             10 WRK-TIT-CLI-ID        PIC 9(05).                        00001850
             10 WRK-TIT-CHAVE.                                          00001860
                15 WRK-TIT-NUM-NOTA   PIC 9(05).                        00001870
                15 WRK-TIT-PARCELA    PIC 9(02).                        00001880
             10 WRK-TIT-VENCIMENTO    PIC 9(08).                        00001890
             10 WRK-TIT-SALDO         PIC 9(09)V99 COMP-3.              00001900
      *---------------------------------------------------              00001910
      *    LINHAS DO RELATORIO DE APLICACAO                             00001920
      *---------------------------------------------------              00001930
       01 WRK-CABEC1.                                                   00001940
          05 FILLER               PIC X(40) VALUE                       00001950
             'APLICACAO DE CREDITOS EM CONTA'.                          00001960
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001970
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001980
                                                                        00001990
       01 WRK-CABEC2.                                                   00002000
          05 FILLER PIC X(07) VALUE 'CLIENTE'.                          00002010
          05 FILLER PIC X(14) VALUE 'DOCUMENTO'.                        00002020
          05 FILLER PIC X(10) VALUE 'NOTA/PARC'.                        00002030
          05 FILLER PIC X(10) VALUE 'VENCTO'.                           00002040
          05 FILLER PIC X(14) VALUE '     APLICADO'.                    00002050
          05 FILLER PIC X(14) VALUE '  SALDO TITULO'.                   00002060
          05 FILLER PIC X(14) VALUE ' SALDO CREDITO'.                   00002070
          05 FILLER PIC X(02) VALUE SPACES.                             00002080
          05 FILLER PIC X(30) VALUE 'SITUACAO'.                         00002090
                                                                        00002100
       01 WRK-DETALHE.                                                  00002110
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002120
          05 FILLER               PIC X(02) VALUE SPACES.               00002130
          05 WRK-DET-DOCUMENTO    PIC X(12).                            00002140
          05 FILLER               PIC X(02) VALUE SPACES.               00002150
          05 WRK-DET-NOTA         PIC 9(05).                            00002160
          05 FILLER               PIC X(01) VALUE '/'.                  00002170
          05 WRK-DET-PARCELA      PIC 9(02).                            00002180
          05 FILLER               PIC X(02) VALUE SPACES.               00002190
          05 WRK-DET-VENCIMENTO   PIC 9(08).                            00002200
          05 FILLER               PIC X(02) VALUE SPACES.               00002210
          05 WRK-DET-APLICADO     PIC Z(9)9.99.                         00002220
          05 FILLER               PIC X(01) VALUE SPACES.               00002230
          05 WRK-DET-SALDO-TIT    PIC Z(9)9.99.                         00002240
          05 FILLER               PIC X(01) VALUE SPACES.               00002250
          05 WRK-DET-SALDO-CRD    PIC Z(9)9.99.                         00002260
          05 FILLER               PIC X(02) VALUE SPACES.               00002270
          05 WRK-DET-SITUACAO     PIC X(30).                            00002280
                                                                        00002290
       01 WRK-LIN-TOTAL.                                                00002300
          05 FILLER               PIC X(02) VALUE SPACES.               00002310
          05 WRK-TOT-ROTULO       PIC X(30).                            00002320
          05 WRK-TOT-VALOR        PIC Z(11)9.99.                        00002330
       COPY CPCAB01.                                                    00002340
       COPY CPERR01.                                                    00002350
       COPY CPDTA01.                                                    00002360
       COPY CPSTT01.                                                    00002370
       COPY CPPER02.                                                    00002380
      *=========================================*                       00002390
       PROCEDURE DIVISION.                                              00002400
      *=========================================*                       00002410
                                                                        00002420
      *---------------------------------------------------              00002430
       0000-PRINCIPAL                     SECTION.                      00002440
      *---------------------------------------------------              00002450
             PERFORM 0100-INICIAR.                                      00002460
             IF WRK-CREDITOS-PRESENTES                                  00002470
                 PERFORM 0200-CARREGAR-CLIENTES                         00002480
                     UNTIL WRK-FS-CREDITO NOT EQUAL ZEROS               00002490
                 MOVE ZEROS TO WRK-FS-CREDITO                           00002500
                 PERFORM 0210-CARREGAR-TITULOS                          00002510
                     UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS             00002520
                 MOVE ZEROS TO WRK-FS-CONTASREC                         00002530
                 PERFORM 0220-POSICIONAR-CREDITOS                       00002540
                 PERFORM 0230-APLICAR-UM-CREDITO                        00002550
                     UNTIL WRK-FS-CREDITO NOT EQUAL ZEROS               00002560
                 MOVE ZEROS TO WRK-FS-CREDITO                           00002570
             END-IF.                                                    00002580
             PERFORM 0300-FINALIZAR.                                    00002590
      *---------------------------------------------------              00002600
       0000-99-FIM.            EXIT.                                    00002610
      *---------------------------------------------------              00002620
                                                                        00002630
       0100-INICIAR                       SECTION.                      00002640
             MOVE 'FR06CB05' TO WRK-CAB-PROGRAMA.                       00002650
             PERFORM 0101-CABECALHO-PADRAO.                             00002660
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002670
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002680
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002690
             PERFORM 0970-CONFERIR-PERIODO.                             00002700
             OPEN I-O CREDITO-CLIENTE.                                  00002710
             IF WRK-FS-CREDITO EQUAL '35'                               00002720
                 DISPLAY ' AVISO: ARQUIVO DE CREDITOS AUSENTE - '       00002730
                         'NENHUM CREDITO APLICADO'                      00002740
                 SET WRK-CREDITOS-AUSENTES TO TRUE                      00002750
                 MOVE ZEROS TO WRK-FS-CREDITO                           00002760
             END-IF.                                                    00002770
             OPEN I-O CONTASREC.                                        00002780
             OPEN I-O CLIENTE-MASTER.                                   00002790
             OPEN OUTPUT RELCRED.                                       00002800
             OPEN OUTPUT CONTROLE.                                      00002810
             PERFORM 0973-ABRIR-DESVIO.                                 00002820
             PERFORM 0110-TESTAR-STATUS.                                00002830
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002840
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002850
             MOVE SPACES TO REL-LINHA.                                  00002860
             WRITE REL-LINHA.                                           00002870
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002880
      *---------------------------------------------------              00002890
       0100-99-FIM.            EXIT.                                    00002900
      *---------------------------------------------------              00002910
           COPY CPCAB02.                                                00002920
           COPY CPERR02.                                                00002930
           COPY CPDTA02.                                                00002940
           COPY CPSTT02.                                                00002950
           COPY CPPER03.                                                00002960
      *---------------------------------------------------              00002970
       0110-TESTAR-STATUS                 SECTION.                      00002980
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00002990
                 MOVE ' ERRO OPEN CREDITO-CLIENTE ' TO WRK-MSG          00003000
                 PERFORM 9000-TRATA-ERROS                               00003010
             END-IF.                                                    00003020
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003030
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003040
                 PERFORM 9000-TRATA-ERROS                               00003050
             END-IF.                                                    00003060
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003070
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003080
                 PERFORM 9000-TRATA-ERROS                               00003090
             END-IF.                                                    00003100
             IF WRK-FS-RELCRED NOT EQUAL ZEROS                          00003110
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003120
                 PERFORM 9000-TRATA-ERROS                               00003130
             END-IF.                                                    00003140
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003150
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003160
                 PERFORM 9000-TRATA-ERROS                               00003170
             END-IF.                                                    00003180
      *---------------------------------------------------              00003190
       0200-CARREGAR-CLIENTES             SECTION.                      00003200
      *    PRIMEIRA PASSAGEM, PELOS CREDITOS: GUARDA OS CLIENTES        00003210
      *    IDENTIFICADOS QUE TEM CREDITO EM ABERTO COM SALDO            00003220
      *---------------------------------------------------              00003230
             READ CREDITO-CLIENTE NEXT RECORD.                          00003240
             IF WRK-FS-CREDITO EQUAL ZEROS                              00003250
                AND CRD-SIT-ABERTO                                      00003260
                AND CRD-SALDO > ZEROS                                   00003270
                AND CRD-CLI-ID NOT EQUAL ZEROS                          00003280
                 MOVE CRD-CLI-ID TO WRK-CHAVE-CLI-ID                    00003290
                 PERFORM 0205-LOCALIZAR-CLIENTE                         00003300
                 IF WRK-IDX-ACHADO EQUAL ZERO                           00003310
                     IF WRK-QTD-CLIENTES >= WRK-MAX-CLIENTES            00003320
                         MOVE ' ERRO TABELA DE CLIENTES EXCEDIDA '      00003330
                             TO WRK-MSG                                 00003340
                         PERFORM 9000-TRATA-ERROS                       00003350
                     END-IF                                             00003360
                     ADD 1 TO WRK-QTD-CLIENTES                          00003370
                     MOVE CRD-CLI-ID                                    00003380
                         TO WRK-CLT-CLI-ID (WRK-QTD-CLIENTES)           00003390
                 END-IF                                                 00003400
             END-IF.                                                    00003410
      *---------------------------------------------------              00003420
       0205-LOCALIZAR-CLIENTE             SECTION.                      00003430
      *    PROCURA WRK-CHAVE-CLI-ID NA TABELA DE CLIENTES COM           00003440
      *    CREDITO - WRK-IDX-ACHADO ZERO QUANDO NAO ESTA                00003450
      *---------------------------------------------------              00003460
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003470
             MOVE ZERO TO WRK-IDX.                                      00003480
             PERFORM 0207-PROCURAR-UM-CLIENTE                           00003490
                 UNTIL WRK-IDX >= WRK-QTD-CLIENTES                      00003500
                    OR WRK-IDX-ACHADO > ZERO.                           00003510
      *---------------------------------------------------              00003520
       0207-PROCURAR-UM-CLIENTE           SECTION.                      00003530
             ADD 1 TO WRK-IDX.                                          00003540
             IF WRK-CLT-CLI-ID (WRK-IDX) EQUAL WRK-CHAVE-CLI-ID         00003550
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003560
             END-IF.                                                    00003570
      *---------------------------------------------------              00003580
       0210-CARREGAR-TITULOS              SECTION.                      00003590
      *    SEGUNDA PASSAGEM, PELO CONTAS A RECEBER: GUARDA OS           00003600
      *    TITULOS EM ABERTO COM SALDO DOS CLIENTES COM CREDITO         00003610
      *    (INCLUSIVE OS TITULOS DE ENCARGOS). TITULO BAIXADO           00003620
      *    COMO PERDA FICA DE FORA - A RECUPERACAO E PELO               00003630
      *    RECEBIMENTO (FR05CB52/FR05CB56)                              00003640
      *---------------------------------------------------              00003650
             READ CONTASREC NEXT RECORD.                                00003660
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003670
                 GO TO 0210-99-FIM                                      00003680
             END-IF.                                                    00003690
             IF NOT REC-SIT-ABERTO                                      00003700
                 GO TO 0210-99-FIM                                      00003710
             END-IF.                                                    00003720
             MOVE REC-CLI-ID TO WRK-CHAVE-CLI-ID.                       00003730
             PERFORM 0205-LOCALIZAR-CLIENTE.                            00003740
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003750
                 GO TO 0210-99-FIM                                      00003760
             END-IF.                                                    00003770
             IF REC-VALOR-PAGO NOT NUMERIC                              00003780
                 MOVE ZEROS TO REC-VALOR-PAGO                           00003790
             END-IF.                                                    00003800
             IF REC-VALOR-PAGO NOT < REC-VALOR                          00003810
                 GO TO 0210-99-FIM                                      00003820
             END-IF.                                                    00003830
             IF WRK-QTD-TITULOS >= WRK-MAX-TITULOS                      00003840
                 MOVE ' ERRO TABELA DE TITULOS EXCEDIDA ' TO WRK-MSG    00003850
                 PERFORM 9000-TRATA-ERROS                               00003860
             END-IF.                                                    00003870
             ADD 1 TO WRK-QTD-TITULOS.                                  00003880
             MOVE REC-CLI-ID   TO WRK-TIT-CLI-ID   (WRK-QTD-TITULOS).   00003890
             MOVE REC-NUM-NOTA TO WRK-TIT-NUM-NOTA (WRK-QTD-TITULOS).   00003900
             MOVE REC-PARCELA  TO WRK-TIT-PARCELA  (WRK-QTD-TITULOS).   00003910
             IF REC-DATA-VENCIMENTO NUMERIC                             00003920
                 MOVE REC-DATA-VENCIMENTO                               00003930
                     TO WRK-TIT-VENCIMENTO (WRK-QTD-TITULOS)            00003940
             ELSE                                                       00003950
                 MOVE ZEROS TO WRK-TIT-VENCIMENTO (WRK-QTD-TITULOS)     00003960
             END-IF.                                                    00003970
             COMPUTE WRK-TIT-SALDO (WRK-QTD-TITULOS) =                  00003980
                 REC-VALOR - REC-VALOR-PAGO.                            00003990
      *---------------------------------------------------              00004000
       0210-99-FIM.            EXIT.                                    00004010
      *---------------------------------------------------              00004020
       0220-POSICIONAR-CREDITOS           SECTION.                      00004030
      *    TERCEIRA PASSAGEM: VOLTA AO INICIO DOS CREDITOS, QUE         00004040
      *    VEM POR CLIENTE DO MAIS ANTIGO PARA O MAIS NOVO              00004050
      *---------------------------------------------------              00004060
             MOVE ZEROS TO CRD-CHAVE.                                   00004070
             START CREDITO-CLIENTE KEY NOT LESS CRD-CHAVE               00004080
                 INVALID KEY                                            00004090
                     CONTINUE                                           00004100
             END-START.                                                 00004110
      *---------------------------------------------------              00004120
       0230-APLICAR-UM-CREDITO            SECTION.                      00004130
      *    APLICA O SALDO DE UM CREDITO EM ABERTO AOS TITULOS DO        00004140
      *    CLIENTE, DO VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO.         00004150
      *    CREDITO NAO IDENTIFICADO (CLIENTE 00000) OU DE CLIENTE       00004160
      *    REMOVIDO DO CLIENTE-MASTER SO SAI NO RELATORIO, ASSIM        00004170
      *    COMO TODO CREDITO COM O PERIODO CONTABIL EM FECHAMENTO       00004180
      *---------------------------------------------------              00004190
             READ CREDITO-CLIENTE NEXT RECORD.                          00004200
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00004210
                 GO TO 0230-99-FIM                                      00004220
             END-IF.                                                    00004230
             ADD 1 TO WRK-CONT-LIDOS.                                   00004240
             IF NOT CRD-SIT-ABERTO                                      00004250
                OR CRD-SALDO NOT > ZEROS                                00004260
                 GO TO 0230-99-FIM                                      00004270
             END-IF.                                                    00004280
             IF CRD-CLI-ID EQUAL ZEROS                                  00004290
                 ADD 1 TO WRK-CONT-NAO-IDENT                            00004300
                 ADD CRD-SALDO TO WRK-TOT-NAO-IDENT                     00004310
                 PERFORM 0250-LINHA-SEM-TITULO                          00004320
                 MOVE 'AGUARDA IDENTIFICACAO' TO WRK-DET-SITUACAO       00004330
                 WRITE REL-LINHA FROM WRK-DETALHE                       00004340
                 GO TO 0230-99-FIM                                      00004350
             END-IF.                                                    00004360
             MOVE CRD-CLI-ID TO CLI-ID.                                 00004370
             READ CLIENTE-MASTER                                        00004380
                 INVALID KEY                                            00004390
                     ADD 1 TO WRK-CONT-SEM-CADAST                       00004400
                     DISPLAY ' AVISO: CLIENTE ' CRD-CLI-ID              00004410
                             ' SEM CADASTRO - CREDITO NAO APLICADO'     00004420
                     PERFORM 0250-LINHA-SEM-TITULO                      00004430
                     MOVE 'CLIENTE SEM CADASTRO'                        00004440
                         TO WRK-DET-SITUACAO                            00004450
                     WRITE REL-LINHA FROM WRK-DETALHE                   00004460
                     GO TO 0230-99-FIM                                  00004470
             END-READ.                                                  00004480
             IF WRK-PERIODO-BLOQUEADO                                   00004490
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00004500
                 ADD CRD-SALDO TO WRK-TOT-REMANESC                      00004510
                 PERFORM 0250-LINHA-SEM-TITULO                          00004520
                 MOVE 'PERIODO CONTABIL BLOQUEADO'                      00004530
                     TO WRK-DET-SITUACAO                                00004540
                 WRITE REL-LINHA FROM WRK-DETALHE                       00004550
                 GO TO 0230-99-FIM                                      00004560
             END-IF.                                                    00004570
             IF CLI-SALDO-ABERTO NOT NUMERIC                            00004580
                 MOVE ZEROS TO CLI-SALDO-ABERTO                         00004590
             END-IF.                                                    00004600
             MOVE ZEROS TO WRK-VALOR-ABATIDO.                           00004610
             SET WRK-HA-TITULO TO TRUE.                                 00004620
             PERFORM 0240-APLICAR-UM-TITULO                             00004630
                 UNTIL CRD-SALDO EQUAL ZEROS                            00004640
                    OR WRK-SEM-TITULO.                                  00004650
             IF WRK-VALOR-ABATIDO EQUAL ZEROS                           00004660
                 ADD CRD-SALDO TO WRK-TOT-REMANESC                      00004670
                 GO TO 0230-99-FIM                                      00004680
             END-IF.                                                    00004690
             IF WRK-VALOR-ABATIDO > CLI-SALDO-ABERTO                    00004700
                 MOVE ZEROS TO CLI-SALDO-ABERTO                         00004710
             ELSE                                                       00004720
                 SUBTRACT WRK-VALOR-ABATIDO FROM CLI-SALDO-ABERTO       00004730
             END-IF.                                                    00004740
             REWRITE CPCLIE01-REGISTRO.                                 00004750
             IF CRD-SALDO EQUAL ZEROS                                   00004760
                 SET CRD-SIT-APLICADO TO TRUE                           00004770
                 MOVE WRK-DATA-LANCAMENTO TO CRD-DATA-APLICACAO         00004780
                 ADD 1 TO WRK-CONT-ESGOTADOS                            00004790
             ELSE                                                       00004800
                 ADD CRD-SALDO TO WRK-TOT-REMANESC                      00004810
             END-IF.                                                    00004820
             REWRITE CPCRD01-REGISTRO.                                  00004830
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00004840
                 MOVE ' ERRO REGRAVACAO CREDITO-CLIENTE ' TO WRK-MSG    00004850
                 PERFORM 9000-TRATA-ERROS                               00004860
             END-IF.                                                    00004870
             IF WRK-PERIODO-DESVIADO                                    00004880
                 PERFORM 0235-GRAVAR-DESVIO                             00004890
             END-IF.                                                    00004900
      *---------------------------------------------------              00004910
       0230-99-FIM.            EXIT.                                    00004920
      *---------------------------------------------------              00004930
       0235-GRAVAR-DESVIO                 SECTION.                      00004940
      *    CREDITO APLICADO COM O PERIODO DA DATA DE NEGOCIO            00004950
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00004960
      *    COM O DOCUMENTO DO CREDITO E O VALOR ABATIDO NA NOITE        00004970
      *---------------------------------------------------              00004980
             MOVE CRD-DOCUMENTO       TO DSV-DOCUMENTO.                 00004990
             MOVE WRK-VALOR-ABATIDO   TO DSV-VALOR.                     00005000
             PERFORM 0972-GRAVAR-DESVIO.                                00005010
      *---------------------------------------------------              00005020
       0240-APLICAR-UM-TITULO             SECTION.                      00005030
      *    APLICA O CREDITO AO TITULO EM ABERTO DE VENCIMENTO MAIS      00005040
      *    ANTIGO DO CLIENTE - O TITULO E MARCADO PAGO QUANDO O         00005050
      *    VALOR E COBERTO, COM A DATA DE LANCAMENTO COMO DATA DE       00005060
      *    PAGAMENTO, COMO NO INTAKE DE RECEBIMENTOS                    00005070
      *---------------------------------------------------              00005080
             PERFORM 0245-LOCALIZAR-MAIS-ANTIGO.                        00005090
             IF WRK-IDT-ACHADO EQUAL ZERO                               00005100
                 SET WRK-SEM-TITULO TO TRUE                             00005110
                 GO TO 0240-99-FIM                                      00005120
             END-IF.                                                    00005130
             MOVE WRK-TIT-CHAVE (WRK-IDT-ACHADO) TO REC-CHAVE.          00005140
             READ CONTASREC                                             00005150
                 INVALID KEY                                            00005160
                     MOVE ZEROS TO WRK-TIT-SALDO (WRK-IDT-ACHADO)       00005170
                     GO TO 0240-99-FIM                                  00005180
             END-READ.                                                  00005190
             IF WRK-TIT-SALDO (WRK-IDT-ACHADO) > CRD-SALDO              00005200
                 MOVE CRD-SALDO TO WRK-VALOR-APLICADO                   00005210
             ELSE                                                       00005220
                 MOVE WRK-TIT-SALDO (WRK-IDT-ACHADO)                    00005230
                     TO WRK-VALOR-APLICADO                              00005240
             END-IF.                                                    00005250
             IF REC-VALOR-PAGO NOT NUMERIC                              00005260
                 MOVE ZEROS TO REC-VALOR-PAGO                           00005270
             END-IF.                                                    00005280
             ADD WRK-VALOR-APLICADO TO REC-VALOR-PAGO.                  00005290
             IF REC-VALOR-PAGO >= REC-VALOR                             00005300
                 SET REC-SIT-PAGO TO TRUE                               00005310
                 MOVE WRK-DATA-LANCAMENTO TO REC-DATA-PAGAMENTO         00005320
                 ADD 1 TO WRK-CONT-QUITADOS                             00005330
             END-IF.                                                    00005340
             REWRITE CPREC01-REGISTRO.                                  00005350
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00005360
                 MOVE ' ERRO REGRAVACAO CONTAS A RECEBER ' TO WRK-MSG   00005370
                 PERFORM 9000-TRATA-ERROS                               00005380
             END-IF.                                                    00005390
             SUBTRACT WRK-VALOR-APLICADO                                00005400
                 FROM WRK-TIT-SALDO (WRK-IDT-ACHADO).                   00005410
             SUBTRACT WRK-VALOR-APLICADO FROM CRD-SALDO.                00005420
             ADD WRK-VALOR-APLICADO TO WRK-VALOR-ABATIDO.               00005430
             ADD WRK-VALOR-APLICADO TO WRK-TOT-APLICADO.                00005440
             ADD 1 TO WRK-CONT-APLICACOES.                              00005450
             MOVE CRD-CLI-ID         TO WRK-DET-CLI-ID.                 00005460
             MOVE CRD-DOCUMENTO      TO WRK-DET-DOCUMENTO.              00005470
             MOVE REC-NUM-NOTA       TO WRK-DET-NOTA.                   00005480
             MOVE REC-PARCELA        TO WRK-DET-PARCELA.                00005490
             MOVE WRK-TIT-VENCIMENTO (WRK-IDT-ACHADO)                   00005500
                 TO WRK-DET-VENCIMENTO.                                 00005510
             MOVE WRK-VALOR-APLICADO TO WRK-DET-APLICADO.               00005520
             MOVE WRK-TIT-SALDO (WRK-IDT-ACHADO) TO WRK-DET-SALDO-TIT.  00005530
             MOVE CRD-SALDO          TO WRK-DET-SALDO-CRD.              00005540
             IF REC-SIT-PAGO                                            00005550
                 MOVE 'TITULO QUITADO' TO WRK-DET-SITUACAO              00005560
             ELSE                                                       00005570
                 MOVE 'TITULO PARCIAL' TO WRK-DET-SITUACAO              00005580
             END-IF.                                                    00005590
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005600
      *---------------------------------------------------              00005610
       0240-99-FIM.            EXIT.                                    00005620
      *---------------------------------------------------              00005630
       0245-LOCALIZAR-MAIS-ANTIGO         SECTION.                      00005640
      *    PROCURA, ENTRE OS TITULOS DO CLIENTE DO CREDITO COM          00005650
      *    SALDO, O DE VENCIMENTO MAIS ANTIGO - NO EMPATE FICA O        00005660
      *    PRIMEIRO NA ORDEM DE NOTA E PARCELA                          00005670
      *---------------------------------------------------              00005680
             MOVE ZERO TO WRK-IDT-ACHADO.                               00005690
             MOVE ZERO TO WRK-IDT.                                      00005700
             PERFORM 0247-COMPARAR-UM-TITULO                            00005710
                 UNTIL WRK-IDT >= WRK-QTD-TITULOS.                      00005720
      *---------------------------------------------------              00005730
       0247-COMPARAR-UM-TITULO            SECTION.                      00005740
             ADD 1 TO WRK-IDT.                                          00005750
             IF WRK-TIT-CLI-ID (WRK-IDT) EQUAL CRD-CLI-ID               00005760
                AND WRK-TIT-SALDO (WRK-IDT) > ZEROS                     00005770
                 IF WRK-IDT-ACHADO EQUAL ZERO                           00005780
                     MOVE WRK-IDT TO WRK-IDT-ACHADO                     00005790
                 ELSE                                                   00005800
                     IF WRK-TIT-VENCIMENTO (WRK-IDT) <                  00005810
                        WRK-TIT-VENCIMENTO (WRK-IDT-ACHADO)             00005820
                         MOVE WRK-IDT TO WRK-IDT-ACHADO                 00005830
                     END-IF                                             00005840
                 END-IF                                                 00005850
             END-IF.                                                    00005860
      *---------------------------------------------------              00005870
       0250-LINHA-SEM-TITULO              SECTION.                      00005880
      *    MONTA A LINHA DO CREDITO QUE NAO FOI APLICADO                00005890
      *---------------------------------------------------              00005900
             MOVE CRD-CLI-ID    TO WRK-DET-CLI-ID.                      00005910
             MOVE CRD-DOCUMENTO TO WRK-DET-DOCUMENTO.                   00005920
             MOVE ZEROS         TO WRK-DET-NOTA.                        00005930
             MOVE ZEROS         TO WRK-DET-PARCELA.                     00005940
             MOVE ZEROS         TO WRK-DET-VENCIMENTO.                  00005950
             MOVE ZEROS         TO WRK-DET-APLICADO.                    00005960
             MOVE ZEROS         TO WRK-DET-SALDO-TIT.                   00005970
             MOVE CRD-SALDO     TO WRK-DET-SALDO-CRD.                   00005980
      *---------------------------------------------------              00005990
       0300-FINALIZAR                     SECTION.                      00006000
             MOVE SPACES TO REL-LINHA.                                  00006010
             WRITE REL-LINHA.                                           00006020
             MOVE 'TOTAL APLICADO EM TITULOS' TO WRK-TOT-ROTULO.        00006030
             MOVE WRK-TOT-APLICADO TO WRK-TOT-VALOR.                    00006040
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00006050
             MOVE 'CREDITO REMANESCENTE' TO WRK-TOT-ROTULO.             00006060
             MOVE WRK-TOT-REMANESC TO WRK-TOT-VALOR.                    00006070
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00006080
             MOVE 'CREDITO NAO IDENTIFICADO' TO WRK-TOT-ROTULO.         00006090
             MOVE WRK-TOT-NAO-IDENT TO WRK-TOT-VALOR.                   00006100
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00006110
             PERFORM 0310-GRAVA-CONTROLE.                               00006120
             MOVE WRK-CONT-LIDOS                                        00006130
                 TO WRK-STT-REGISTROS.                                  00006140
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006150
             IF WRK-CREDITOS-PRESENTES                                  00006160
                 CLOSE CREDITO-CLIENTE                                  00006170
             END-IF.                                                    00006180
             CLOSE CONTASREC.                                           00006190
             CLOSE CLIENTE-MASTER.                                      00006200
             CLOSE RELCRED.                                             00006210
             CLOSE CONTROLE.                                            00006220
             CLOSE DESVIO.                                              00006230
             DISPLAY '------------------'.                              00006240
             DISPLAY '  CREDITOS LIDOS....: ' WRK-CONT-LIDOS.           00006250
             DISPLAY '  CLIENTES C/CREDITO: ' WRK-QTD-CLIENTES.         00006260
             DISPLAY '  TITULOS EM ABERTO.: ' WRK-QTD-TITULOS.          00006270
             DISPLAY '  APLICACOES........: ' WRK-CONT-APLICACOES.      00006280
             DISPLAY '  TITULOS QUITADOS..: ' WRK-CONT-QUITADOS.        00006290
             DISPLAY '  CREDITOS ESGOTADOS: ' WRK-CONT-ESGOTADOS.       00006300
             DISPLAY '  NAO IDENTIFICADOS.: ' WRK-CONT-NAO-IDENT.       00006310
             DISPLAY '  SEM CADASTRO......: ' WRK-CONT-SEM-CADAST.      00006320
             DISPLAY '  VALOR APLICADO....: ' WRK-TOT-APLICADO.         00006330
             DISPLAY '  DESVIADOS.........: ' WRK-CONT-DESVIADOS.       00006340
             DISPLAY '  BLOQUEADOS........: ' WRK-CONT-BLOQUEADOS.      00006350
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006360
             PERFORM 9000-TRATA-ERROS.                                  00006370
      *---------------------------------------------------              00006380
       0310-GRAVA-CONTROLE                SECTION.                      00006390
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00006400
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00006410
      *---------------------------------------------------              00006420
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00006430
             MOVE SPACES              TO CTL-DATA-HORA.                 00006440
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00006450
             MOVE WRK-CONT-APLICACOES TO CTL-QTD-GRAVADOS.              00006460
             MOVE WRK-CONT-SEM-CADAST TO CTL-QTD-REJEITADOS.            00006470
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00006480
             MOVE WRK-CONT-NAO-IDENT  TO CTL-QTD-FILTRADOS.             00006490
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00006500
             MOVE ZERO                TO CTL-QTD-FONTES.                00006510
             WRITE CPCTRL01-REGISTRO.                                   00006520
      *---------------------------------------------------              00006530
       9000-TRATA-ERROS                   SECTION.                      00006540
      *---------------------------------------------------              00006550
             PERFORM 9050-GRAVAR-ERRLOG.                                00006560
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006570
             STOP RUN.                                                  00006580
      *--------------------------------------------------------------   00006590
       9000-99-FIM.            EXIT.                                    00006600
      *--------------------------------------------------------------   00006610
