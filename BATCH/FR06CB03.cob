      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB03.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: REGUA DE COBRANCA NOTURNA. PERCORRE O             00000120
      *               CONTAS A RECEBER (CPREC01) E APURA, POR           00000130
      *               CLIENTE, O MAIOR ATRASO DOS TITULOS EM            00000140
      *               ABERTO JA VENCIDOS (CALENDARIO COMERCIAL DE       00000150
      *               360 DIAS ATE A DATA DE NEGOCIO). O ATRASO         00000160
      *               DEFINE O NIVEL DA REGUA - LEMBRETE AMIGAVEL,      00000170
      *               NOTIFICACAO FORMAL E AVISO FINAL - E A CARTA      00000180
      *               DO NIVEL SAI NO RELATORIO COM O BLOCO DE          00000190
      *               ENDERECO (CPEND01) E OS TITULOS EM ABERTO DO      00000200
      *               CLIENTE. O HISTORICO DA REGUA (CPRGC01)           00000210
      *               GUARDA O ULTIMO NIVEL EMITIDO, PARA A MESMA       00000220
      *               CARTA NAO SAIR DUAS VEZES. NO AVISO FINAL O       00000230
      *               CLIENTE E SUSPENSO NO CLIENTE-MASTER (O           00000240
      *               INTAKE DE PEDIDOS FR05CB25 PASSA A RECUSAR);      00000250
      *               CLIENTE SEM TITULO VENCIDO VOLTA AO NIVEL         00000260
      *               ZERO E, SE A SUSPENSAO FOI DA REGUA, E            00000270
      *               REATIVADO                                         00000280
      *-------------------------------------------------------*         00000290
      *     HISTORICO DE ALTERACOES                                     00000300
      *     DATA        AUTOR   DESCRICAO                               00000310
      *     ----------  ------  --------------------------------        00000320
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000330
      *     15/10/2026  IVS     TITULO BAIXADO COMO PERDA               00000340
      *                         (REC-SIT-BAIXADO, FR06CB04)             00000350
      *                         SEGUE NA REGUA E NA CARTA PELO          00000360
      *                         SALDO NAO RECUPERADO - A BAIXA          00000370
      *                         NAO ZERA A REGUA NEM REATIVA O          00000380
      *                         CLIENTE SUSPENSO                        00000390
      *=======================================================*         00000400
                                                                        00000410
      *=======================================================*         00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=======================================================*         00000440
       INPUT-OUTPUT                              SECTION.               00000450
       FILE-CONTROL.                                                    00000460
             SELECT CONTASREC ASSIGN TO ARQREC                          00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS DYNAMIC                                 00000490
                RECORD KEY   IS REC-CHAVE                               00000500
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000510
                                                                        00000520
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS DYNAMIC                                 00000550
                RECORD KEY   IS CLI-ID                                  00000560
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000570
                                                                        00000580
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000590
                ORGANIZATION IS INDEXED                                 00000600
                ACCESS MODE  IS DYNAMIC                                 00000610
                RECORD KEY   IS END-CLI-ID                              00000620
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000630
                                                                        00000640
             SELECT REGUA-COBRANCA ASSIGN TO ARQRGC                     00000650
                ORGANIZATION IS INDEXED                                 00000660
                ACCESS MODE  IS DYNAMIC                                 00000670
                RECORD KEY   IS RGC-CLI-ID                              00000680
                FILE STATUS  IS WRK-FS-REGUA.                           00000690
                                                                        00000700
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000710
                ORGANIZATION IS INDEXED                                 00000720
                ACCESS MODE  IS DYNAMIC                                 00000730
                RECORD KEY   IS CAL-DATA                                00000740
                FILE STATUS  IS WRK-FS-CALEND.                          00000750
                                                                        00000760
             SELECT RELCOBR  ASSIGN TO ARQRPT                           00000770
                FILE STATUS  IS WRK-FS-RELCOBR.                         00000780
                                                                        00000790
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000800
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000810
                                                                        00000820
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000830
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000840
                                                                        00000850
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000860
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000870
      *=======================================================*         00000880
       DATA                                      DIVISION.              00000890
      *=======================================================*         00000900
       FILE                                      SECTION.               00000910
       FD CONTASREC.                                                    00000920
           COPY CPREC01.                                                00000930
                                                                        00000940
       FD CLIENTE-MASTER.                                               00000950
           COPY CPCLIE01.                                               00000960
                                                                        00000970
       FD ENDERECO-MASTER.                                              00000980
           COPY CPEND01.                                                00000990
                                                                        00001000
       FD REGUA-COBRANCA.                                               00001010
           COPY CPRGC01.                                                00001020
                                                                        00001030
       FD CALENDARIO.                                                   00001040
           COPY CPCAL01.                                                00001050
                                                                        00001060
       FD RELCOBR                                                       00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
       01 REL-LINHA                    PIC X(132).                      00001100
                                                                        00001110
       FD CONTROLE                                                      00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPCTRL01.                                               00001150
                                                                        00001160
       FD ERRLOG.                                                       00001170
           COPY CPERRL01.                                               00001180
                                                                        00001190
       FD ESTATIS                                                       00001200
           RECORDING MODE IS F                                          00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
           COPY CPSTA01.                                                00001230
      *---------------------------------------------------              00001240
       WORKING-STORAGE                           SECTION.               00001250
      *---------------------------------------------------              00001260
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001270
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001280
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00001290
       77 WRK-FS-REGUA        PIC X(02) VALUE SPACES.                   00001300
       77 WRK-FS-RELCOBR      PIC X(02) VALUE SPACES.                   00001310
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001320
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001330
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001340
       77 WRK-CONT-VENCIDOS   PIC 9(09) COMP VALUE ZERO.                00001350
       77 WRK-CONT-CARTAS     PIC 9(09) COMP VALUE ZERO.                00001360
       77 WRK-CONT-LEMBRETES  PIC 9(09) COMP VALUE ZERO.                00001370
       77 WRK-CONT-NOTIFIC    PIC 9(09) COMP VALUE ZERO.                00001380
       77 WRK-CONT-AVISOS     PIC 9(09) COMP VALUE ZERO.                00001390
       77 WRK-CONT-SUSPENSOS  PIC 9(09) COMP VALUE ZERO.                00001400
       77 WRK-CONT-QUITADOS   PIC 9(09) COMP VALUE ZERO.                00001410
       77 WRK-CONT-REATIVADOS PIC 9(09) COMP VALUE ZERO.                00001420
       77 WRK-CONT-SEM-CADAST PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-SALDO-DEVEDOR   PIC 9(09)V99 COMP-3 VALUE ZERO.           00001440
       77 WRK-TOT-VENCIDO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00001450
       77 WRK-NIVEL-APURADO   PIC 9(01) VALUE ZERO.                     00001460
       01 WRK-SW-REGUA.                                                 00001470
          05 WRK-SW-REGUA-IND        PIC X(01) VALUE 'N'.               00001480
             88 WRK-REGUA-ACHADA           VALUE 'S'.                   00001490
             88 WRK-REGUA-NOVA             VALUE 'N'.                   00001500
       01 WRK-SW-ENDERECO.                                              00001510
          05 WRK-SW-ENDERECO-IND     PIC X(01) VALUE 'N'.               00001520
             88 WRK-END-ACHADO             VALUE 'S'.                   00001530
             88 WRK-END-AUSENTE            VALUE 'N'.                   00001540
      *---------------------------------------------------              00001550
      *    DIAS DE ATRASO QUE ABREM CADA NIVEL DA REGUA                 00001560
      *---------------------------------------------------              00001570
       77 WRK-DIAS-LEMBRETE   PIC 9(05) COMP VALUE 5.                   00001580
       77 WRK-DIAS-NOTIFIC    PIC 9(05) COMP VALUE 30.                  00001590
       77 WRK-DIAS-AVISO      PIC 9(05) COMP VALUE 60.                  00001600
      *---------------------------------------------------              00001610
      *    CONTAGEM DE DIAS EM CALENDARIO COMERCIAL (360 DIAS,          00001620
      *    30 POR MES) ENTRE O VENCIMENTO E A DATA DE NEGOCIO           00001630
      *---------------------------------------------------              00001640
       77 WRK-DIAS-HOJE       PIC 9(09) COMP VALUE ZERO.                00001650
       77 WRK-DIAS-VENCTO     PIC 9(09) COMP VALUE ZERO.                00001660
       77 WRK-DIAS-IDADE      PIC S9(09) COMP VALUE ZERO.               00001670
       77 WRK-DIAS-ATRASO     PIC S9(09) COMP VALUE ZERO.               00001680
       01 WRK-DATA-DECOMPOSTA.                                          00001690
          05 WRK-DEC-ANO         PIC 9(04).                             00001700
          05 WRK-DEC-MES         PIC 9(02).                             00001710
          05 WRK-DEC-DIA         PIC 9(02).                             00001720
      *---------------------------------------------------              00001730
      *    CLIENTES COM TITULO VENCIDO NA APURACAO                      00001740
      *---------------------------------------------------              00001750
       77 WRK-MAX-DEVEDORES   PIC 9(05) COMP VALUE 2000.                00001760
       77 WRK-QTD-DEVEDORES   PIC 9(05) COMP VALUE ZERO.                00001770
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00001780
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00001790
       01 WRK-TABELA-DEVEDORES.                                         00001800
          05 WRK-ENT-DEVEDOR OCCURS 2000 TIMES.                         00001810
             10 WRK-DEV-CLI-ID        PIC 9(05).                        00001820
             10 WRK-DEV-MAIOR-ATRASO  PIC 9(05) COMP.                   00001830
             10 WRK-DEV-QTD-TITULOS   PIC 9(05) COMP.                   00001840
             10 WRK-DEV-VALOR         PIC 9(09)V99 COMP-3.              00001850
      *---------------------------------------------------              00001860
      *    LINHAS DA CARTA DE COBRANCA                                  00001870
      *---------------------------------------------------              00001880
       01 WRK-SEPARA.                                                   00001890
          05 FILLER PIC X(72) VALUE ALL '='.                            00001900
                                                                        00001910
       01 WRK-CAB-CARTA.                                                00001920
          05 FILLER               PIC X(12) VALUE                       00001930
             'COBRANCA -'.                                              00001940
          05 WRK-CAB-NIVEL        PIC X(24).                            00001950
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001960
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001970
                                                                        00001980
       01 WRK-LIN-CLIENTE.                                              00001990
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00002000
          05 WRK-CAR-CLI-ID       PIC 9(05).                            00002010
          05 FILLER               PIC X(03) VALUE ' - '.                00002020
          05 WRK-CAR-CLI-NOME     PIC X(30).                            00002030
                                                                        00002040
       01 WRK-LIN-ENDERECO1.                                            00002050
          05 FILLER               PIC X(09) VALUE SPACES.               00002060
          05 WRK-CAR-RUA          PIC X(15).                            00002070
          05 FILLER               PIC X(02) VALUE ', '.                 00002080
          05 WRK-CAR-NUMERO       PIC Z(4)9.                            00002090
          05 FILLER               PIC X(03) VALUE ' - '.                00002100
          05 WRK-CAR-BAIRRO       PIC X(10).                            00002110
                                                                        00002120
       01 WRK-LIN-ENDERECO2.                                            00002130
          05 FILLER               PIC X(09) VALUE SPACES.               00002140
          05 WRK-CAR-CEP          PIC 9(08).                            00002150
          05 FILLER               PIC X(03) VALUE ' - '.                00002160
          05 WRK-CAR-CIDADE       PIC X(15).                            00002170
          05 FILLER               PIC X(01) VALUE '/'.                  00002180
          05 WRK-CAR-UF           PIC X(02).                            00002190
                                                                        00002200
       01 WRK-LIN-SEM-ENDERECO.                                         00002210
          05 FILLER               PIC X(09) VALUE SPACES.               00002220
          05 FILLER               PIC X(23) VALUE                       00002230
             'ENDERECO NAO CADASTRADO'.                                 00002240
                                                                        00002250
       01 WRK-LIN-TEXTO.                                                00002260
          05 FILLER               PIC X(02) VALUE SPACES.               00002270
          05 WRK-TXT-LINHA        PIC X(70).                            00002280
                                                                        00002290
       01 WRK-TEXTOS-CARTA.                                             00002300
          05 FILLER               PIC X(56) VALUE                       00002310
             'CONSTA EM NOSSOS REGISTROS O DEBITO VENCIDO ABAIXO.'.     00002320
          05 FILLER               PIC X(56) VALUE                       00002330
             'SE O PAGAMENTO JA FOI EFETUADO, DESCONSIDERE O AVISO.'.   00002340
          05 FILLER               PIC X(56) VALUE                       00002350
             'FICA V.SA. NOTIFICADA DO DEBITO VENCIDO ABAIXO.'.         00002360
          05 FILLER               PIC X(56) VALUE                       00002370
             'PEDIMOS A REGULARIZACAO NO PRAZO DE 10 DIAS.'.            00002380
          05 FILLER               PIC X(56) VALUE                       00002390
             'ESGOTADOS OS AVISOS, O CADASTRO FOI SUSPENSO E NOVOS'.    00002400
          05 FILLER               PIC X(56) VALUE                       00002410
             'PEDIDOS FICAM BLOQUEADOS ATE A QUITACAO DO DEBITO.'.      00002420
       01 WRK-TEXTOS-NIVEL REDEFINES WRK-TEXTOS-CARTA.                  00002430
          05 WRK-TXT-NIVEL OCCURS 3 TIMES.                              00002440
             10 WRK-TXT-LINHA-1       PIC X(56).                        00002450
             10 WRK-TXT-LINHA-2       PIC X(56).                        00002460
                                                                        00002470
       01 WRK-CABEC-TITULOS.                                            00002480
          05 FILLER PIC X(02) VALUE SPACES.                             00002490
          05 FILLER PIC X(11) VALUE 'NOTA/PARC'.                        00002500
          05 FILLER PIC X(12) VALUE 'VENCIMENTO'.                       00002510
          05 FILLER PIC X(08) VALUE ' ATRASO'.                          00002520
          05 FILLER PIC X(14) VALUE '    SALDO'.                        00002530
                                                                        00002540
       01 WRK-LIN-TITULO.                                               00002550
          05 FILLER               PIC X(02) VALUE SPACES.               00002560
          05 WRK-TIT-NOTA         PIC 9(05).                            00002570
          05 FILLER               PIC X(01) VALUE '/'.                  00002580
          05 WRK-TIT-PARCELA      PIC 9(02).                            00002590
          05 FILLER               PIC X(03) VALUE SPACES.               00002600
          05 WRK-TIT-VENCIMENTO   PIC 9(08).                            00002610
          05 FILLER               PIC X(04) VALUE SPACES.               00002620
          05 WRK-TIT-ATRASO       PIC ZZZZ9.                            00002630
          05 FILLER               PIC X(02) VALUE SPACES.               00002640
          05 WRK-TIT-SALDO        PIC Z(9)9.99.                         00002650
                                                                        00002660
       01 WRK-LIN-TOTAL.                                                00002670
          05 FILLER               PIC X(02) VALUE SPACES.               00002680
          05 FILLER               PIC X(28) VALUE                       00002690
             'TOTAL VENCIDO'.                                           00002700
          05 WRK-TOT-VALOR        PIC Z(9)9.99.                         00002710
       COPY CPCAB01.                                                    00002720
       COPY CPERR01.                                                    00002730
       COPY CPDTA01.                                                    00002740
       COPY CPSTT01.                                                    00002750
      *=========================================*                       00002760
       PROCEDURE DIVISION.                                              00002770
      *=========================================*                       00002780
                                                                        00002790
      *---------------------------------------------------              00002800
       0000-PRINCIPAL                     SECTION.                      00002810
      *---------------------------------------------------              00002820
             PERFORM 0100-INICIAR.                                      00002830
             PERFORM 0200-APURAR-ATRASOS                                00002840
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00002850
             MOVE ZEROS TO WRK-FS-CONTASREC.                            00002860
             MOVE ZERO TO WRK-IDX.                                      00002870
             PERFORM 0220-TRATAR-DEVEDOR                                00002880
                 UNTIL WRK-IDX >= WRK-QTD-DEVEDORES.                    00002890
             PERFORM 0250-APURAR-QUITACOES.                             00002900
             PERFORM 0300-FINALIZAR.                                    00002910
      *---------------------------------------------------              00002920
       0000-99-FIM.            EXIT.                                    00002930
      *---------------------------------------------------              00002940
                                                                        00002950
       0100-INICIAR                       SECTION.                      00002960
             MOVE 'FR06CB03' TO WRK-CAB-PROGRAMA.                       00002970
             PERFORM 0101-CABECALHO-PADRAO.                             00002980
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002990
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003000
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003010
             OPEN INPUT CONTASREC.                                      00003020
             OPEN I-O CLIENTE-MASTER.                                   00003030
             OPEN INPUT ENDERECO-MASTER.                                00003040
             OPEN I-O REGUA-COBRANCA.                                   00003050
             IF WRK-FS-REGUA EQUAL '35'                                 00003060
                 OPEN OUTPUT REGUA-COBRANCA                             00003070
                 CLOSE REGUA-COBRANCA                                   00003080
                 OPEN I-O REGUA-COBRANCA                                00003090
             END-IF.                                                    00003100
             OPEN OUTPUT RELCOBR.                                       00003110
             OPEN OUTPUT CONTROLE.                                      00003120
             PERFORM 0110-TESTAR-STATUS.                                00003130
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00003140
             PERFORM 0120-CONTAR-DIAS.                                  00003150
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-HOJE.                      00003160
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003170
      *---------------------------------------------------              00003180
       0100-99-FIM.            EXIT.                                    00003190
      *---------------------------------------------------              00003200
           COPY CPCAB02.                                                00003210
           COPY CPERR02.                                                00003220
           COPY CPDTA02.                                                00003230
           COPY CPSTT02.                                                00003240
      *---------------------------------------------------              00003250
       0110-TESTAR-STATUS                 SECTION.                      00003260
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003270
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003280
                 PERFORM 9000-TRATA-ERROS                               00003290
             END-IF.                                                    00003300
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003310
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003320
                 PERFORM 9000-TRATA-ERROS                               00003330
             END-IF.                                                    00003340
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00003350
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00003360
                 PERFORM 9000-TRATA-ERROS                               00003370
             END-IF.                                                    00003380
             IF WRK-FS-REGUA NOT EQUAL ZEROS                            00003390
                 MOVE ' ERRO OPEN REGUA DE COBRANCA ' TO WRK-MSG        00003400
                 PERFORM 9000-TRATA-ERROS                               00003410
             END-IF.                                                    00003420
             IF WRK-FS-RELCOBR NOT EQUAL ZEROS                          00003430
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003440
                 PERFORM 9000-TRATA-ERROS                               00003450
             END-IF.                                                    00003460
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003470
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003480
                 PERFORM 9000-TRATA-ERROS                               00003490
             END-IF.                                                    00003500
      *---------------------------------------------------              00003510
       0120-CONTAR-DIAS                   SECTION.                      00003520
      *    CONVERTE A DATA DECOMPOSTA EM CONTAGEM DE DIAS DO            00003530
      *    CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE 30)            00003540
      *---------------------------------------------------              00003550
             COMPUTE WRK-DIAS-IDADE =                                   00003560
                 WRK-DEC-ANO * 360 + WRK-DEC-MES * 30                   00003570
                 + WRK-DEC-DIA.                                         00003580
      *---------------------------------------------------              00003590
       0130-APURAR-ATRASO-TITULO          SECTION.                      00003600
      *    APURA OS DIAS DE ATRASO DO TITULO CORRENTE DESDE O           00003610
      *    VENCIMENTO - TITULO A VENCER (OU SEM VENCIMENTO,             00003620
      *    REGISTRO LEGADO) FICA COM ATRASO ZERO                        00003630
      *---------------------------------------------------              00003640
             MOVE ZERO TO WRK-DIAS-ATRASO.                              00003650
             IF REC-DATA-VENCIMENTO NUMERIC                             00003660
                AND REC-DATA-VENCIMENTO NOT EQUAL ZEROS                 00003670
                 MOVE REC-DATA-VENCIMENTO TO WRK-DATA-DECOMPOSTA        00003680
                 PERFORM 0120-CONTAR-DIAS                               00003690
                 MOVE WRK-DIAS-IDADE TO WRK-DIAS-VENCTO                 00003700
                 COMPUTE WRK-DIAS-ATRASO =                              00003710
                     WRK-DIAS-HOJE - WRK-DIAS-VENCTO                    00003720
                 IF WRK-DIAS-ATRASO < ZERO                              00003730
                     MOVE ZERO TO WRK-DIAS-ATRASO                       00003740
                 END-IF                                                 00003750
             END-IF.                                                    00003760
             COMPUTE WRK-SALDO-DEVEDOR =                                00003770
                 REC-VALOR - REC-VALOR-PAGO.                            00003780
      *---------------------------------------------------              00003790
       0200-APURAR-ATRASOS                SECTION.                      00003800
      *    PRIMEIRA PASSAGEM: ACUMULA POR CLIENTE O MAIOR               00003810
      *    ATRASO E O SALDO DOS TITULOS EM ABERTO VENCIDOS              00003820
      *    (INCLUSIVE OS TITULOS DE ENCARGOS). TITULO BAIXADO           00003830
      *    COMO PERDA SEGUE NA REGUA PELO SALDO NAO RECUPERADO -        00003840
      *    A BAIXA CONTABIL NAO REATIVA O CLIENTE                       00003850
      *---------------------------------------------------              00003860
             READ CONTASREC NEXT RECORD.                                00003870
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00003880
                 ADD 1 TO WRK-CONT-LIDOS                                00003890
                 IF REC-SIT-ABERTO OR REC-SIT-BAIXADO                   00003900
                     PERFORM 0130-APURAR-ATRASO-TITULO                  00003910
                     IF WRK-DIAS-ATRASO > ZERO                          00003920
                         ADD 1 TO WRK-CONT-VENCIDOS                     00003930
                         PERFORM 0210-LOCALIZAR-DEVEDOR                 00003940
                         ADD 1 TO WRK-DEV-QTD-TITULOS (WRK-IDX-ACHADO)  00003950
                         ADD WRK-SALDO-DEVEDOR                          00003960
                             TO WRK-DEV-VALOR (WRK-IDX-ACHADO)          00003970
                         IF WRK-DIAS-ATRASO >                           00003980
                            WRK-DEV-MAIOR-ATRASO (WRK-IDX-ACHADO)       00003990
                             MOVE WRK-DIAS-ATRASO                       00004000
                               TO WRK-DEV-MAIOR-ATRASO (WRK-IDX-ACHADO) 00004010
                         END-IF                                         00004020
                     END-IF                                             00004030
                 END-IF                                                 00004040
             END-IF.                                                    00004050
      *---------------------------------------------------              00004060
       0210-LOCALIZAR-DEVEDOR             SECTION.                      00004070
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO CLIENTE NA            00004080
      *    TABELA DE DEVEDORES                                          00004090
      *---------------------------------------------------              00004100
             MOVE ZERO TO WRK-IDX-ACHADO.                               00004110
             MOVE ZERO TO WRK-IDX.                                      00004120
             PERFORM 0215-PROCURAR-UM-DEVEDOR                           00004130
                 UNTIL WRK-IDX >= WRK-QTD-DEVEDORES                     00004140
                    OR WRK-IDX-ACHADO > ZERO.                           00004150
             IF WRK-IDX-ACHADO EQUAL ZERO                               00004160
                 IF WRK-QTD-DEVEDORES >= WRK-MAX-DEVEDORES              00004170
                     MOVE ' ERRO TABELA DE DEVEDORES EXCEDIDA '         00004180
                         TO WRK-MSG                                     00004190
                     PERFORM 9000-TRATA-ERROS                           00004200
                 END-IF                                                 00004210
                 ADD 1 TO WRK-QTD-DEVEDORES                             00004220
                 MOVE WRK-QTD-DEVEDORES TO WRK-IDX-ACHADO               00004230
                 MOVE REC-CLI-ID                                        00004240
                     TO WRK-DEV-CLI-ID (WRK-IDX-ACHADO)                 00004250
                 MOVE ZEROS TO WRK-DEV-MAIOR-ATRASO (WRK-IDX-ACHADO)    00004260
                 MOVE ZEROS TO WRK-DEV-QTD-TITULOS (WRK-IDX-ACHADO)     00004270
                 MOVE ZEROS TO WRK-DEV-VALOR (WRK-IDX-ACHADO)           00004280
             END-IF.                                                    00004290
      *---------------------------------------------------              00004300
       0215-PROCURAR-UM-DEVEDOR           SECTION.                      00004310
             ADD 1 TO WRK-IDX.                                          00004320
             IF WRK-DEV-CLI-ID (WRK-IDX) EQUAL REC-CLI-ID               00004330
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00004340
             END-IF.                                                    00004350
      *---------------------------------------------------              00004360
       0220-TRATAR-DEVEDOR                SECTION.                      00004370
      *    APURA O NIVEL DA REGUA DO CLIENTE PELO MAIOR ATRASO          00004380
      *    E EMITE A CARTA SO QUANDO O NIVEL SOBE EM RELACAO AO         00004390
      *    ULTIMO EMITIDO NO HISTORICO. CLIENTE REMOVIDO DO             00004400
      *    CLIENTE-MASTER SAI COM AVISO NO SYSOUT E SEM CARTA           00004410
      *---------------------------------------------------              00004420
             ADD 1 TO WRK-IDX.                                          00004430
             EVALUATE TRUE                                              00004440
                 WHEN WRK-DEV-MAIOR-ATRASO (WRK-IDX)                    00004450
                      NOT < WRK-DIAS-AVISO                              00004460
                     MOVE 3 TO WRK-NIVEL-APURADO                        00004470
                 WHEN WRK-DEV-MAIOR-ATRASO (WRK-IDX)                    00004480
                      NOT < WRK-DIAS-NOTIFIC                            00004490
                     MOVE 2 TO WRK-NIVEL-APURADO                        00004500
                 WHEN WRK-DEV-MAIOR-ATRASO (WRK-IDX)                    00004510
                      NOT < WRK-DIAS-LEMBRETE                           00004520
                     MOVE 1 TO WRK-NIVEL-APURADO                        00004530
                 WHEN OTHER                                             00004540
                     MOVE 0 TO WRK-NIVEL-APURADO                        00004550
             END-EVALUATE.                                              00004560
             MOVE WRK-DEV-CLI-ID (WRK-IDX) TO CLI-ID.                   00004570
             READ CLIENTE-MASTER                                        00004580
                 INVALID KEY                                            00004590
                     ADD 1 TO WRK-CONT-SEM-CADAST                       00004600
                     DISPLAY ' AVISO: CLIENTE ' CLI-ID                  00004610
                             ' SEM CADASTRO - SEM CARTA DE COBRANCA'    00004620
                     GO TO 0220-99-FIM                                  00004630
             END-READ.                                                  00004640
             PERFORM 0225-LER-REGUA.                                    00004650
             MOVE WRK-DATA-NEGOCIO TO RGC-DATA-APURACAO.                00004660
             MOVE WRK-DEV-MAIOR-ATRASO (WRK-IDX) TO RGC-MAIOR-ATRASO.   00004670
             MOVE WRK-DEV-VALOR (WRK-IDX)        TO RGC-VALOR-VENCIDO.  00004680
             IF WRK-NIVEL-APURADO > RGC-NIVEL                           00004690
                 MOVE WRK-NIVEL-APURADO TO RGC-NIVEL                    00004700
                 MOVE WRK-DATA-NEGOCIO                                  00004710
                     TO RGC-DATA-NIVEL (WRK-NIVEL-APURADO)              00004720
                 PERFORM 0230-EMITIR-CARTA                              00004730
                 IF RGC-NIVEL-AVISO-FINAL                               00004740
                     PERFORM 0240-SUSPENDER-CLIENTE                     00004750
                 END-IF                                                 00004760
             END-IF.                                                    00004770
             IF WRK-REGUA-ACHADA                                        00004780
                 REWRITE CPRGC01-REGISTRO                               00004790
             ELSE                                                       00004800
                 WRITE CPRGC01-REGISTRO                                 00004810
             END-IF.                                                    00004820
      *---------------------------------------------------              00004830
       0220-99-FIM.            EXIT.                                    00004840
      *---------------------------------------------------              00004850
       0225-LER-REGUA                     SECTION.                      00004860
      *    LE O HISTORICO DA REGUA DO CLIENTE - CLIENTE AINDA           00004870
      *    SEM HISTORICO COMECA NO NIVEL ZERO                           00004880
      *---------------------------------------------------              00004890
             MOVE CLI-ID TO RGC-CLI-ID.                                 00004900
             SET WRK-REGUA-ACHADA TO TRUE.                              00004910
             READ REGUA-COBRANCA                                        00004920
                 INVALID KEY                                            00004930
                     SET WRK-REGUA-NOVA TO TRUE                         00004940
             END-READ.                                                  00004950
             IF WRK-REGUA-NOVA                                          00004960
                 MOVE CLI-ID TO RGC-CLI-ID                              00004970
                 MOVE ZERO   TO RGC-NIVEL                               00004980
                 MOVE ZEROS  TO RGC-DATA-NIVEL (1)                      00004990
                 MOVE ZEROS  TO RGC-DATA-NIVEL (2)                      00005000
                 MOVE ZEROS  TO RGC-DATA-NIVEL (3)                      00005010
                 MOVE ZEROS  TO RGC-DATA-APURACAO                       00005020
                 MOVE ZEROS  TO RGC-MAIOR-ATRASO                        00005030
                 MOVE ZEROS  TO RGC-VALOR-VENCIDO                       00005040
                 SET RGC-NAO-SUSPENSO TO TRUE                           00005050
                 MOVE ZEROS  TO RGC-DATA-QUITACAO                       00005060
             END-IF.                                                    00005070
      *---------------------------------------------------              00005080
       0230-EMITIR-CARTA                  SECTION.                      00005090
      *    IMPRIME A CARTA DO NIVEL - CABECALHO, BLOCO DE               00005100
      *    ENDERECO, TEXTO DO NIVEL E OS TITULOS EM ABERTO DO           00005110
      *    CLIENTE COM O ATRASO DE CADA UM                              00005120
      *---------------------------------------------------              00005130
             ADD 1 TO WRK-CONT-CARTAS.                                  00005140
             EVALUATE TRUE                                              00005150
                 WHEN RGC-NIVEL-LEMBRETE                                00005160
                     ADD 1 TO WRK-CONT-LEMBRETES                        00005170
                     MOVE 'LEMBRETE AMIGAVEL' TO WRK-CAB-NIVEL          00005180
                 WHEN RGC-NIVEL-NOTIFICACAO                             00005190
                     ADD 1 TO WRK-CONT-NOTIFIC                          00005200
                     MOVE 'NOTIFICACAO FORMAL' TO WRK-CAB-NIVEL         00005210
                 WHEN OTHER                                             00005220
                     ADD 1 TO WRK-CONT-AVISOS                           00005230
                     MOVE 'AVISO FINAL' TO WRK-CAB-NIVEL                00005240
             END-EVALUATE.                                              00005250
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005260
             WRITE REL-LINHA FROM WRK-CAB-CARTA.                        00005270
             MOVE CLI-ID   TO WRK-CAR-CLI-ID.                           00005280
             MOVE CLI-NOME TO WRK-CAR-CLI-NOME.                         00005290
             WRITE REL-LINHA FROM WRK-LIN-CLIENTE.                      00005300
             PERFORM 0232-BLOCO-ENDERECO.                               00005310
             MOVE SPACES TO REL-LINHA.                                  00005320
             WRITE REL-LINHA.                                           00005330
             PERFORM 0234-TEXTO-CARTA.                                  00005340
             MOVE SPACES TO REL-LINHA.                                  00005350
             WRITE REL-LINHA.                                           00005360
             WRITE REL-LINHA FROM WRK-CABEC-TITULOS.                    00005370
             MOVE ZEROS TO WRK-TOT-VENCIDO.                             00005380
             MOVE ZEROS TO REC-CHAVE.                                   00005390
             START CONTASREC KEY NOT LESS REC-CHAVE                     00005400
                 INVALID KEY                                            00005410
                     CONTINUE                                           00005420
             END-START.                                                 00005430
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00005440
                 PERFORM 0236-LISTAR-UM-TITULO                          00005450
                     UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS             00005460
             END-IF.                                                    00005470
             MOVE ZEROS TO WRK-FS-CONTASREC.                            00005480
             MOVE WRK-TOT-VENCIDO TO WRK-TOT-VALOR.                     00005490
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00005500
      *---------------------------------------------------              00005510
       0232-BLOCO-ENDERECO                SECTION.                      00005520
      *    IMPRIME O BLOCO DE ENDERECAMENTO A PARTIR DO                 00005530
      *    ENDERECO-MASTER - CLIENTE SEM ENDERECO SAI COM A             00005540
      *    OBSERVACAO PADRAO                                            00005550
      *---------------------------------------------------              00005560
             MOVE CLI-ID TO END-CLI-ID.                                 00005570
             SET WRK-END-AUSENTE TO TRUE.                               00005580
             READ ENDERECO-MASTER                                       00005590
                 INVALID KEY                                            00005600
                     CONTINUE                                           00005610
                 NOT INVALID KEY                                        00005620
                     SET WRK-END-ACHADO TO TRUE                         00005630
             END-READ.                                                  00005640
             IF WRK-END-AUSENTE                                         00005650
                 WRITE REL-LINHA FROM WRK-LIN-SEM-ENDERECO              00005660
             ELSE                                                       00005670
                 MOVE END-RUA    TO WRK-CAR-RUA                         00005680
                 MOVE END-NUMERO TO WRK-CAR-NUMERO                      00005690
                 MOVE END-BAIRRO TO WRK-CAR-BAIRRO                      00005700
                 WRITE REL-LINHA FROM WRK-LIN-ENDERECO1                 00005710
                 MOVE END-CEP    TO WRK-CAR-CEP                         00005720
                 MOVE END-CIDADE TO WRK-CAR-CIDADE                      00005730
                 MOVE END-UF     TO WRK-CAR-UF                          00005740
                 WRITE REL-LINHA FROM WRK-LIN-ENDERECO2                 00005750
             END-IF.                                                    00005760
      *---------------------------------------------------              00005770
       0234-TEXTO-CARTA                   SECTION.                      00005780
      *    TEXTO PADRAO DE CADA NIVEL DA REGUA                          00005790
      *---------------------------------------------------              00005800
             MOVE WRK-TXT-LINHA-1 (RGC-NIVEL) TO WRK-TXT-LINHA.         00005810
             WRITE REL-LINHA FROM WRK-LIN-TEXTO.                        00005820
             MOVE WRK-TXT-LINHA-2 (RGC-NIVEL) TO WRK-TXT-LINHA.         00005830
             WRITE REL-LINHA FROM WRK-LIN-TEXTO.                        00005840
      *---------------------------------------------------              00005850
       0236-LISTAR-UM-TITULO              SECTION.                      00005860
      *    LISTA UM TITULO EM ABERTO DO CLIENTE DA CARTA - O            00005870
      *    TOTAL DA CARTA SOMA SO OS VENCIDOS                           00005880
      *---------------------------------------------------              00005890
             READ CONTASREC NEXT RECORD.                                00005900
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00005910
                AND REC-CLI-ID EQUAL CLI-ID                             00005920
                AND (REC-SIT-ABERTO OR REC-SIT-BAIXADO)                 00005930
                 PERFORM 0130-APURAR-ATRASO-TITULO                      00005940
                 MOVE REC-NUM-NOTA        TO WRK-TIT-NOTA               00005950
                 MOVE REC-PARCELA         TO WRK-TIT-PARCELA            00005960
                 MOVE REC-DATA-VENCIMENTO TO WRK-TIT-VENCIMENTO         00005970
                 MOVE WRK-DIAS-ATRASO     TO WRK-TIT-ATRASO             00005980
                 MOVE WRK-SALDO-DEVEDOR   TO WRK-TIT-SALDO              00005990
                 WRITE REL-LINHA FROM WRK-LIN-TITULO                    00006000
                 IF WRK-DIAS-ATRASO > ZERO                              00006010
                     ADD WRK-SALDO-DEVEDOR TO WRK-TOT-VENCIDO           00006020
                 END-IF                                                 00006030
             END-IF.                                                    00006040
      *---------------------------------------------------              00006050
       0240-SUSPENDER-CLIENTE             SECTION.                      00006060
      *    AVISO FINAL: SUSPENDE O CLIENTE ATIVO NO CLIENTE-            00006070
      *    MASTER E MARCA NO HISTORICO QUE A SUSPENSAO FOI DA           00006080
      *    REGUA. CLIENTE JA SUSPENSO OU ENCERRADO NAO E ALTERADO       00006090
      *---------------------------------------------------              00006100
             IF CLI-STAT-ATIVO                                          00006110
                 SET CLI-STAT-SUSPENSO TO TRUE                          00006120
                 REWRITE CPCLIE01-REGISTRO                              00006130
                 SET RGC-SUSPENSO-REGUA TO TRUE                         00006140
                 ADD 1 TO WRK-CONT-SUSPENSOS                            00006150
             END-IF.                                                    00006160
      *---------------------------------------------------              00006170
       0250-APURAR-QUITACOES              SECTION.                      00006180
      *    SEGUNDA PASSAGEM, PELO HISTORICO: CLIENTE EM COBRANCA        00006190
      *    QUE NAO ENTROU NA APURACAO DE HOJE NAO TEM MAIS TITULO       00006200
      *    VENCIDO - VOLTA AO NIVEL ZERO E, SE FOI SUSPENSO PELA        00006210
      *    REGUA, E REATIVADO                                           00006220
      *---------------------------------------------------              00006230
             MOVE ZEROS TO RGC-CLI-ID.                                  00006240
             START REGUA-COBRANCA KEY NOT LESS RGC-CLI-ID               00006250
                 INVALID KEY                                            00006260
                     CONTINUE                                           00006270
             END-START.                                                 00006280
             IF WRK-FS-REGUA EQUAL ZEROS                                00006290
                 PERFORM 0255-QUITAR-UM-CLIENTE                         00006300
                     UNTIL WRK-FS-REGUA NOT EQUAL ZEROS                 00006310
             END-IF.                                                    00006320
             MOVE ZEROS TO WRK-FS-REGUA.                                00006330
      *---------------------------------------------------              00006340
       0255-QUITAR-UM-CLIENTE             SECTION.                      00006350
             READ REGUA-COBRANCA NEXT RECORD.                           00006360
             IF WRK-FS-REGUA EQUAL ZEROS                                00006370
                AND NOT RGC-SEM-COBRANCA                                00006380
                AND RGC-DATA-APURACAO < WRK-DATA-NEGOCIO                00006390
                 ADD 1 TO WRK-CONT-QUITADOS                             00006400
                 MOVE ZERO TO RGC-NIVEL                                 00006410
                 MOVE ZEROS TO RGC-MAIOR-ATRASO                         00006420
                 MOVE ZEROS TO RGC-VALOR-VENCIDO                        00006430
                 MOVE WRK-DATA-NEGOCIO TO RGC-DATA-QUITACAO             00006440
                 IF RGC-SUSPENSO-REGUA                                  00006450
                     PERFORM 0260-REATIVAR-CLIENTE                      00006460
                     SET RGC-NAO-SUSPENSO TO TRUE                       00006470
                 END-IF                                                 00006480
                 REWRITE CPRGC01-REGISTRO                               00006490
             END-IF.                                                    00006500
      *---------------------------------------------------              00006510
       0260-REATIVAR-CLIENTE              SECTION.                      00006520
      *    REATIVA O CLIENTE SUSPENSO PELA REGUA - SUSPENSAO            00006530
      *    JA DESFEITA OU ENCERRAMENTO MANUAL NAO E ALTERADO            00006540
      *---------------------------------------------------              00006550
             MOVE RGC-CLI-ID TO CLI-ID.                                 00006560
             READ CLIENTE-MASTER                                        00006570
                 INVALID KEY                                            00006580
                     CONTINUE                                           00006590
                 NOT INVALID KEY                                        00006600
                     IF CLI-STAT-SUSPENSO                               00006610
                         MOVE 'A' TO CLI-STATUS                         00006620
                         REWRITE CPCLIE01-REGISTRO                      00006630
                         ADD 1 TO WRK-CONT-REATIVADOS                   00006640
                     END-IF                                             00006650
             END-READ.                                                  00006660
      *---------------------------------------------------              00006670
       0300-FINALIZAR                     SECTION.                      00006680
             PERFORM 0310-GRAVA-CONTROLE.                               00006690
             MOVE WRK-CONT-LIDOS                                        00006700
                 TO WRK-STT-REGISTROS.                                  00006710
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006720
             CLOSE CONTASREC.                                           00006730
             CLOSE CLIENTE-MASTER.                                      00006740
             CLOSE ENDERECO-MASTER.                                     00006750
             CLOSE REGUA-COBRANCA.                                      00006760
             CLOSE RELCOBR.                                             00006770
             CLOSE CONTROLE.                                            00006780
             DISPLAY '------------------'.                              00006790
             DISPLAY '  TITULOS LIDOS.....: ' WRK-CONT-LIDOS.           00006800
             DISPLAY '  TITULOS VENCIDOS..: ' WRK-CONT-VENCIDOS.        00006810
             DISPLAY '  CLIENTES DEVEDORES: ' WRK-QTD-DEVEDORES.        00006820
             DISPLAY '  CARTAS EMITIDAS...: ' WRK-CONT-CARTAS.          00006830
             DISPLAY '    LEMBRETES.......: ' WRK-CONT-LEMBRETES.       00006840
             DISPLAY '    NOTIFICACOES....: ' WRK-CONT-NOTIFIC.         00006850
             DISPLAY '    AVISOS FINAIS...: ' WRK-CONT-AVISOS.          00006860
             DISPLAY '  CLIENTES SUSPENSOS: ' WRK-CONT-SUSPENSOS.       00006870
             DISPLAY '  COBRANCAS QUITADAS: ' WRK-CONT-QUITADOS.        00006880
             DISPLAY '  REATIVADOS........: ' WRK-CONT-REATIVADOS.      00006890
             DISPLAY '  SEM CADASTRO......: ' WRK-CONT-SEM-CADAST.      00006900
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006910
             PERFORM 9000-TRATA-ERROS.                                  00006920
      *---------------------------------------------------              00006930
       0310-GRAVA-CONTROLE                SECTION.                      00006940
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00006950
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00006960
      *---------------------------------------------------              00006970
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00006980
             MOVE SPACES              TO CTL-DATA-HORA.                 00006990
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00007000
             MOVE WRK-CONT-CARTAS     TO CTL-QTD-GRAVADOS.              00007010
             MOVE WRK-CONT-SEM-CADAST TO CTL-QTD-REJEITADOS.            00007020
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00007030
             MOVE WRK-CONT-SUSPENSOS  TO CTL-QTD-FILTRADOS.             00007040
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00007050
             MOVE ZERO                TO CTL-QTD-FONTES.                00007060
             WRITE CPCTRL01-REGISTRO.                                   00007070
      *---------------------------------------------------              00007080
       9000-TRATA-ERROS                   SECTION.                      00007090
      *---------------------------------------------------              00007100
             PERFORM 9050-GRAVAR-ERRLOG.                                00007110
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007120
             STOP RUN.                                                  00007130
      *--------------------------------------------------------------   00007140
       9000-99-FIM.            EXIT.                                    00007150
      *--------------------------------------------------------------   00007160
