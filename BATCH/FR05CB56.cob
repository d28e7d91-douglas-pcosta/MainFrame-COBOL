      *               INTAKE FR05CB52); LIQUIDACAO PARCIAL              00000180
      *               ACUMULA O VALOR E O TITULO SEGUE EM ABERTO,       00000190
      *               LISTADO NO RELATORIO; DETALHE SEM TITULO          00000200
      *               CORRESPONDENTE VAI PARA O CREDITO NAO             00000210
      *               IDENTIFICADO (CLIENTE 00000 DO CPCRD01) E         00000220
      *               DETALHE COM OCORRENCIA DESCONHECIDA SAI           00000230
      *               COMO NAO CASADO. A                                00000240
      *               CONTAGEM DO TRAILER E CONFERIDA AO FINAL -        00000250
      *               DIVERGENCIA ENCERRA COM RC=12                     00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000310
      *     15/10/2026  IVS     CHAVE DO CONTAS A RECEBER PASSA A       00000320
      *                         SER NOTA + PARCELA (REC-CHAVE) -        00000330
      *                         O DETALHE DO RETORNO E CASADO PELA      00000340
      *                         PARCELA (RTB-PARCELA; EM BRANCO OU      00000350
      *                         ZERADA = PARCELA 01), LISTADA NO        00000360
      *                         RELATORIO AO LADO DA NOTA               00000370
      *     15/10/2026  IVS     ENCARGOS POR ATRASO - O VALOR           00000380
      *                         DO RETORNO QUITA O PRINCIPAL E          00000390
      *                         DEPOIS A MULTA E OS JUROS               00000400
      *                         APURADOS PELO SERVICO FR06CB02          00000410
      *                         NA DATA DE PAGAMENTO DO BANCO.          00000420
      *                         LIQUIDACAO QUANDO O VALOR COBRE         00000430
      *                         O PRINCIPAL; ENCARGO NAO COBERTO        00000440
      *                         ABRE/ACRESCE O TITULO DE                00000450
      *                         ENCARGOS DA PARCELA (PARCELA +          00000460
      *                         50). RELATORIO PASSA A LISTAR           00000470
      *                         MULTA E JUROS RECEBIDOS, COM            00000480
      *                         TOTAIS NO SYSOUT                        00000490
      *     15/10/2026  IVS     BAIXA POR PERDA - RETORNO DE            00000500
      *                         TITULO BAIXADO (REC-SIT-                00000510
      *                         BAIXADO) ENTRA COMO                     00000520
      *                         RECUPERACAO ATE O SALDO                 00000530
      *                         BAIXADO, SEM ENCARGOS, GRAVA O          00000540
      *                         EVENTO RP NO ARQUIVO DE PERDAS          00000550
      *                         (//ARQBXP, CPBXP01) E CONTA             00000560
      *                         COMO GRAVADO NO CONTROLE                00000570
      *     15/10/2026  IVS     CREDITO EM CONTA DO CLIENTE -           00000580
      *                         RETORNO SEM TITULO VAI PARA O           00000590
      *                         CREDITO NAO IDENTIFICADO                00000600
      *                         (CLIENTE 00000), RETORNO DE             00000610
      *                         TITULO JA PAGO E A SOBRA ACIMA          00000620
      *                         DO SALDO E ENCARGOS (OU DO              00000630
      *                         SALDO BAIXADO) VAO PARA O               00000640
      *                         CREDITO DO CLIENTE NO MASTER            00000650
      *                         DE CREDITOS (//ARQCRD,                  00000660
      *                         CPCRD01); CREDITOS CONTAM COMO          00000670
      *                         GRAVADOS NO CONTROLE                    00000680
      *     15/10/2026  IVS     CONCILIACAO BANCARIA - CADA             00000690
      *                         DETALHE BAIXADO (TITULO,                00000700
      *                         RECUPERACAO OU CREDITO) E               00000710
      *                         REGISTRADO NO ARQUIVO DE                00000720
      *                         RECEBIMENTOS (//ARQRCB, CPRCB01)        00000730
      *                         PARA O CASAMENTO COM O EXTRATO          00000740
      *                         DO BANCO (FR06CB06)                     00000750
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000760
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000770
      *                         PAGAMENTO DO TITULO, RECUPERACAO,       00000780
      *                         CREDITO EM CONTA, TITULO DE ENCARGO     00000790
      *                         E RECEBIMENTO SAO LANCADOS NO           00000800
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000810
      *                         CADA DETALHE VAI PARA O ARQUIVO DE      00000820
      *                         DESVIOS (CPDSV01); OS JUROS SEGUEM      00000830
      *                         A DATA DE NEGOCIO. PERIODO EM           00000840
      *                         FECHAMENTO: DETALHE LISTADO E NAO       00000850
      *                         BAIXADO, CONTADO COMO NAO CASADO        00000860
      *=======================================================*         00000870
                                                                        00000880
      *=======================================================*         00000890
       ENVIRONMENT                               DIVISION.              00000900
      *=======================================================*         00000910
       INPUT-OUTPUT                              SECTION.               00000920
       FILE-CONTROL.                                                    00000930
             SELECT RETORNO  ASSIGN TO ARQRTB                           00000940
                FILE STATUS  IS WRK-FS-RETORNO.                         00000950
                                                                        00000960
             SELECT CONTASREC ASSIGN TO ARQREC                          00000970
                ORGANIZATION IS INDEXED                                 00000980
                ACCESS MODE  IS DYNAMIC                                 00000990
                RECORD KEY   IS REC-CHAVE                               00001000
                FILE STATUS  IS WRK-FS-CONTASREC.                       00001010
                                                                        00001020
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00001030
                ORGANIZATION IS INDEXED                                 00001040
                ACCESS MODE  IS DYNAMIC                                 00001050
                RECORD KEY   IS CLI-ID                                  00001060
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001070
                                                                        00001080
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001090
                ORGANIZATION IS INDEXED                                 00001100
                ACCESS MODE  IS DYNAMIC                                 00001110
                RECORD KEY   IS CAL-DATA                                00001120
                FILE STATUS  IS WRK-FS-CALEND.                          00001130
                                                                        00001140
             SELECT RELRET   ASSIGN TO ARQRPT                           00001150
                FILE STATUS  IS WRK-FS-RELRET.                          00001160
                                                                        00001170
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001180
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001190
                                                                        00001200
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001210
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001220
                                                                        00001230
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001240
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001250
                                                                        00001260
             SELECT PERDAS   ASSIGN TO ARQBXP                           00001270
                FILE STATUS  IS WRK-FS-PERDAS.                          00001280
                                                                        00001290
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00001300
                ORGANIZATION IS INDEXED                                 00001310
                ACCESS MODE  IS DYNAMIC                                 00001320
                RECORD KEY   IS CRD-CHAVE                               00001330
                FILE STATUS  IS WRK-FS-CREDITO.                         00001340
                                                                        00001350
             SELECT RECEBIMENTOS ASSIGN TO ARQRCB                       00001360
                FILE STATUS  IS WRK-FS-RECEBIDOS.                       00001370
                                                                        00001380
             SELECT PERIODO  ASSIGN TO ARQPER                           00001390
                ORGANIZATION IS INDEXED                                 00001400
                ACCESS MODE  IS DYNAMIC                                 00001410
                RECORD KEY   IS PER-ANOMES                              00001420
                FILE STATUS  IS WRK-FS-PERIODO.                         00001430
                                                                        00001440
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001450
                FILE STATUS  IS WRK-FS-DESVIO.                          00001460
      *=======================================================*         00001470
       DATA                                      DIVISION.              00001480
      *=======================================================*         00001490
       FILE                                      SECTION.               00001500
       FD RETORNO                                                       00001510
           RECORDING MODE IS F                                          00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
           COPY CPRTB01.                                                00001540
                                                                        00001550
       FD CONTASREC.                                                    00001560
           COPY CPREC01.                                                00001570
                                                                        00001580
       FD CLIENTE-MASTER.                                               00001590
           COPY CPCLIE01.                                               00001600
                                                                        00001610
       FD CALENDARIO.                                                   00001620
           COPY CPCAL01.                                                00001630
                                                                        00001640
       FD RELRET                                                        00001650
           RECORDING MODE IS F                                          00001660
           BLOCK CONTAINS 0 RECORDS.                                    00001670
       01 REL-LINHA                    PIC X(132).                      00001680
                                                                        00001690
       FD CONTROLE                                                      00001700
           RECORDING MODE IS F                                          00001710
           BLOCK CONTAINS 0 RECORDS.                                    00001720
           COPY CPCTRL01.                                               00001730
                                                                        00001740
       FD ERRLOG.                                                       00001750
           COPY CPERRL01.                                               00001760
                                                                        00001770
       FD ESTATIS                                                       00001780
           RECORDING MODE IS F                                          00001790
           BLOCK CONTAINS 0 RECORDS.                                    00001800
           COPY CPSTA01.                                                00001810
                                                                        00001820
       FD PERDAS                                                        00001830
           RECORDING MODE IS F                                          00001840
           BLOCK CONTAINS 0 RECORDS.                                    00001850
           COPY CPBXP01.                                                00001860
                                                                        00001870
       FD CREDITO-CLIENTE.                                              00001880
           COPY CPCRD01.                                                00001890
                                                                        00001900
       FD RECEBIMENTOS                                                  00001910
           RECORDING MODE IS F                                          00001920
           BLOCK CONTAINS 0 RECORDS.                                    00001930
           COPY CPRCB01.                                                00001940
                                                                        00001950
       FD PERIODO.                                                      00001960
           COPY CPPER01.                                                00001970
                                                                        00001980
       FD DESVIO                                                        00001990
           RECORDING MODE IS F                                          00002000
           BLOCK CONTAINS 0 RECORDS.                                    00002010
           COPY CPDSV01.                                                00002020
      *---------------------------------------------------              00002030
       WORKING-STORAGE                           SECTION.               00002040
      *---------------------------------------------------              00002050
       77 WRK-FS-RETORNO      PIC X(02) VALUE SPACES.                   00002060
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00002070
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00002080
       77 WRK-FS-RELRET       PIC X(02) VALUE SPACES.                   00002090
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00002100
       77 WRK-FS-PERDAS       PIC X(02) VALUE SPACES.                   00002110
       77 WRK-FS-CREDITO      PIC X(02) VALUE SPACES.                   00002120
       77 WRK-FS-RECEBIDOS    PIC X(02) VALUE SPACES.                   00002130
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00002140
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00002150
       77 WRK-CONT-LIQUIDADOS PIC 9(09) COMP VALUE ZERO.                00002160
       77 WRK-CONT-PARCIAIS   PIC 9(09) COMP VALUE ZERO.                00002170
       77 WRK-CONT-NAO-CASADOS PIC 9(09) COMP VALUE ZERO.               00002180
       77 WRK-CONT-RECUPERACOES PIC 9(09) COMP VALUE ZERO.              00002190
       77 WRK-TOT-RECUPERADO  PIC 9(11)V99 COMP-3 VALUE ZERO.           00002200
       77 WRK-QTD-TRAILER     PIC 9(09) VALUE ZERO.                     00002210
       77 WRK-SALDO-DEVEDOR   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002220
       77 WRK-VALOR-RETORNO   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002230
       77 WRK-VALOR-PRINCIPAL PIC 9(09)V99 COMP-3 VALUE ZERO.           00002240
       77 WRK-VALOR-SOBRA     PIC 9(09)V99 COMP-3 VALUE ZERO.           00002250
       77 WRK-MULTA-RECEBIDA  PIC 9(09)V99 COMP-3 VALUE ZERO.           00002260
       77 WRK-JUROS-RECEBIDOS PIC 9(09)V99 COMP-3 VALUE ZERO.           00002270
       77 WRK-ENCARGO-ABERTO  PIC 9(09)V99 COMP-3 VALUE ZERO.           00002280
       77 WRK-TOT-MULTA       PIC 9(11)V99 COMP-3 VALUE ZERO.           00002290
       77 WRK-TOT-JUROS       PIC 9(11)V99 COMP-3 VALUE ZERO.           00002300
       77 WRK-CONT-ENCARGOS   PIC 9(09) COMP VALUE ZERO.                00002310
       77 WRK-DATA-PAGTO      PIC 9(08) VALUE ZERO.                     00002320
       77 WRK-ENC-NUM-NOTA    PIC 9(05) VALUE ZERO.                     00002330
       77 WRK-ENC-PARCELA     PIC 9(02) VALUE ZERO.                     00002340
       77 WRK-ENC-CLI-ID      PIC 9(05) VALUE ZERO.                     00002350
       77 WRK-ENC-QTD-PARCELAS PIC 9(02) VALUE ZERO.                    00002360
       77 WRK-CONT-CREDITOS   PIC 9(09) COMP VALUE ZERO.                00002370
       77 WRK-TOT-CREDITO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00002380
       77 WRK-VALOR-CREDITO   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002390
       77 WRK-CRD-CLI-ID      PIC 9(05) VALUE ZERO.                     00002400
       77 WRK-CRD-ORIGEM      PIC X(01) VALUE SPACES.                   00002410
       77 WRK-CRD-NOTA        PIC 9(05) VALUE ZERO.                     00002420
       77 WRK-CRD-PARCELA     PIC 9(02) VALUE ZERO.                     00002430
       01 WRK-SW-TRAILER.                                               00002440
          05 WRK-SW-TRAILER-IND      PIC X(01) VALUE 'N'.               00002450
             88 WRK-TRAILER-VISTO          VALUE 'S'.                   00002460
             88 WRK-TRAILER-AUSENTE        VALUE 'N'.                   00002470
      *---------------------------------------------------              00002480
      *    LINHAS DO RELATORIO DO RETORNO                               00002490
      *---------------------------------------------------              00002500
       01 WRK-CABEC1.                                                   00002510
          05 FILLER               PIC X(40) VALUE                       00002520
             'PROCESSAMENTO DO RETORNO BANCARIO'.                       00002530
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00002540
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002550
                                                                        00002560
       01 WRK-DETALHE.                                                  00002570
          05 WRK-DET-NOTA         PIC 9(05).                            00002580
          05 FILLER               PIC X(01) VALUE '/'.                  00002590
          05 WRK-DET-PARCELA      PIC 9(02).                            00002600
          05 FILLER               PIC X(02) VALUE SPACES.               00002610
          05 WRK-DET-OCORRENCIA   PIC X(02).                            00002620
          05 FILLER               PIC X(02) VALUE SPACES.               00002630
          05 WRK-DET-VALOR        PIC Z(8)9.99.                         00002640
          05 FILLER               PIC X(02) VALUE SPACES.               00002650
          05 WRK-DET-MULTA        PIC Z(6)9.99.                         00002660
          05 FILLER               PIC X(02) VALUE SPACES.               00002670
          05 WRK-DET-JUROS        PIC Z(6)9.99.                         00002680
          05 FILLER               PIC X(02) VALUE SPACES.               00002690
          05 WRK-DET-SITUACAO     PIC X(40).                            00002700
       COPY CPCAB01.                                                    00002710
       COPY CPERR01.                                                    00002720
       COPY CPDTA01.                                                    00002730
       COPY CPSTT01.                                                    00002740
       COPY CPENC02.                                                    00002750
       COPY CPPER02.                                                    00002760
      *=========================================*                       00002770
       PROCEDURE DIVISION.                                              00002780
      *=========================================*                       00002790
                                                                        00002800
      *---------------------------------------------------              00002810
       0000-PRINCIPAL                     SECTION.                      00002820
      *---------------------------------------------------              00002830
             PERFORM 0100-INICIAR.                                      00002840
             PERFORM 0200-PROCESSAR                                     00002850
                 UNTIL WRK-FS-RETORNO EQUAL '10'.                       00002860
             PERFORM 0300-FINALIZAR.                                    00002870
      *---------------------------------------------------              00002880
       0000-99-FIM.            EXIT.                                    00002890
      *---------------------------------------------------              00002900
                                                                        00002910
       0100-INICIAR                       SECTION.                      00002920
             MOVE 'FR05CB56' TO WRK-CAB-PROGRAMA.                       00002930
             PERFORM 0101-CABECALHO-PADRAO.                             00002940
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002950
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002960
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002970
             PERFORM 0970-CONFERIR-PERIODO.                             00002980
             OPEN INPUT RETORNO.                                        00002990
             OPEN I-O CONTASREC.                                        00003000
             OPEN I-O CLIENTE-MASTER.                                   00003010
             OPEN OUTPUT RELRET.                                        00003020
             OPEN OUTPUT CONTROLE.                                      00003030
             PERFORM 0105-ABRIR-PERDAS.                                 00003040
             PERFORM 0106-ABRIR-CREDITO.                                00003050
             PERFORM 0107-ABRIR-RECEBIMENTOS.                           00003060
             PERFORM 0973-ABRIR-DESVIO.                                 00003070
             PERFORM 0110-TESTAR-STATUS.                                00003080
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003090
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003100
      *---------------------------------------------------              00003110
       0100-99-FIM.            EXIT.                                    00003120
      *---------------------------------------------------              00003130
           COPY CPCAB02.                                                00003140
           COPY CPERR02.                                                00003150
           COPY CPDTA02.                                                00003160
           COPY CPSTT02.                                                00003170
           COPY CPPER03.                                                00003180
      *---------------------------------------------------              00003190
       0105-ABRIR-PERDAS                  SECTION.                      00003200
      *    ABRE O ARQUIVO DE EVENTOS DE PERDA (CPBXP01) EM EXTEND       00003210
      *    PARA A RECUPERACAO DE TITULO BAIXADO, CRIANDO-O NA           00003220
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003230
      *---------------------------------------------------              00003240
             OPEN EXTEND PERDAS.                                        00003250
             IF WRK-FS-PERDAS EQUAL '35'                                00003260
                 OPEN OUTPUT PERDAS                                     00003270
                 CLOSE PERDAS                                           00003280
                 OPEN EXTEND PERDAS                                     00003290
             END-IF.                                                    00003300
      *---------------------------------------------------              00003310
       0106-ABRIR-CREDITO                 SECTION.                      00003320
      *    ABRE O MASTER DE CREDITOS EM CONTA DO CLIENTE (CPCRD01)      00003330
      *    EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO        00003340
      *    EXISTA (FILE STATUS 35)                                      00003350
      *---------------------------------------------------              00003360
             OPEN I-O CREDITO-CLIENTE.                                  00003370
             IF WRK-FS-CREDITO EQUAL '35'                               00003380
                 OPEN OUTPUT CREDITO-CLIENTE                            00003390
                 CLOSE CREDITO-CLIENTE                                  00003400
                 OPEN I-O CREDITO-CLIENTE                               00003410
             END-IF.                                                    00003420
      *---------------------------------------------------              00003430
       0107-ABRIR-RECEBIMENTOS            SECTION.                      00003440
      *    ABRE O ARQUIVO DE RECEBIMENTOS LANCADOS (CPRCB01) EM         00003450
      *    EXTEND PARA A CONCILIACAO BANCARIA, CRIANDO-O NA             00003460
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003470
      *---------------------------------------------------              00003480
             OPEN EXTEND RECEBIMENTOS.                                  00003490
             IF WRK-FS-RECEBIDOS EQUAL '35'                             00003500
                 OPEN OUTPUT RECEBIMENTOS                               00003510
                 CLOSE RECEBIMENTOS                                     00003520
                 OPEN EXTEND RECEBIMENTOS                               00003530
             END-IF.                                                    00003540
      *---------------------------------------------------              00003550
       0110-TESTAR-STATUS                 SECTION.                      00003560
             IF WRK-FS-RETORNO NOT EQUAL ZEROS                          00003570
                 MOVE ' ERRO OPEN RETORNO ' TO WRK-MSG                  00003580
                 PERFORM 9000-TRATA-ERROS                               00003590
             END-IF.                                                    00003600
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003610
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003620
                 PERFORM 9000-TRATA-ERROS                               00003630
             END-IF.                                                    00003640
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003650
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003660
                 PERFORM 9000-TRATA-ERROS                               00003670
             END-IF.                                                    00003680
             IF WRK-FS-RELRET NOT EQUAL ZEROS                           00003690
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003700
                 PERFORM 9000-TRATA-ERROS                               00003710
             END-IF.                                                    00003720
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003730
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003740
                 PERFORM 9000-TRATA-ERROS                               00003750
             END-IF.                                                    00003760
             IF WRK-FS-PERDAS NOT EQUAL ZEROS                           00003770
                 MOVE ' ERRO OPEN PERDAS ' TO WRK-MSG                   00003780
                 PERFORM 9000-TRATA-ERROS                               00003790
             END-IF.                                                    00003800
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00003810
                 MOVE ' ERRO OPEN CREDITO DO CLIENTE ' TO WRK-MSG       00003820
                 PERFORM 9000-TRATA-ERROS                               00003830
             END-IF.                                                    00003840
             IF WRK-FS-RECEBIDOS NOT EQUAL ZEROS                        00003850
                 MOVE ' ERRO OPEN RECEBIMENTOS ' TO WRK-MSG             00003860
                 PERFORM 9000-TRATA-ERROS                               00003870
             END-IF.                                                    00003880
      *---------------------------------------------------              00003890
       0200-PROCESSAR                     SECTION.                      00003900
             READ RETORNO.                                              00003910
             IF WRK-FS-RETORNO EQUAL ZEROS                              00003920
                 MOVE ZEROS TO WRK-MULTA-RECEBIDA                       00003930
                 MOVE ZEROS TO WRK-JUROS-RECEBIDOS                      00003940
                 EVALUATE TRUE                                          00003950
                     WHEN RTB-REG-HEADER                                00003960
                         CONTINUE                                       00003970
                     WHEN RTB-REG-TRAILER                               00003980
                         SET WRK-TRAILER-VISTO TO TRUE                  00003990
                         MOVE RTB-QTD-REGISTROS TO WRK-QTD-TRAILER      00004000
                     WHEN RTB-REG-DETALHE                               00004010
                         ADD 1 TO WRK-CONT-LIDOS                        00004020
                         PERFORM 0210-TRATAR-DETALHE                    00004030
                     WHEN OTHER                                         00004040
                         ADD 1 TO WRK-CONT-NAO-CASADOS                  00004050
                         MOVE 'TIPO DE REGISTRO DESCONHECIDO'           00004060
                             TO WRK-DET-SITUACAO                        00004070
                         PERFORM 0260-LISTAR-DETALHE                    00004080
                 END-EVALUATE                                           00004090
             END-IF.                                                    00004100
      *---------------------------------------------------              00004110
       0210-TRATAR-DETALHE                SECTION.                      00004120
      *    CASA O DETALHE DO RETORNO COM O TITULO DO CONTAS A           00004130
      *    RECEBER E APLICA A OCORRENCIA DO BANCO. TITULO BAIXADO       00004140
      *    COMO PERDA E TRATADO COMO RECUPERACAO. O DINHEIRO JA         00004150
      *    ESTA NO BANCO: SEM TITULO VAI PARA O CREDITO NAO             00004160
      *    IDENTIFICADO (CLIENTE 00000) E TITULO JA PAGO VAI            00004170
      *    INTEIRO PARA O CREDITO EM CONTA DO CLIENTE. PERIODO          00004180
      *    CONTABIL EM FECHAMENTO NAO BAIXA NADA - O DETALHE E          00004190
      *    LISTADO PARA O REPROCESSAMENTO DO RETORNO                    00004200
      *---------------------------------------------------              00004210
             MOVE ZEROS TO WRK-VALOR-CREDITO.                           00004220
             IF RTB-NUM-NOTA NOT NUMERIC                                00004230
                OR RTB-VALOR-PAGO NOT NUMERIC                           00004240
                 ADD 1 TO WRK-CONT-NAO-CASADOS                          00004250
                 MOVE 'DETALHE COM CAMPOS INVALIDOS'                    00004260
                     TO WRK-DET-SITUACAO                                00004270
                 PERFORM 0260-LISTAR-DETALHE                            00004280
                 GO TO 0210-99-FIM                                      00004290
             END-IF.                                                    00004300
             IF WRK-PERIODO-BLOQUEADO                                   00004310
                 ADD 1 TO WRK-CONT-NAO-CASADOS                          00004320
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00004330
                 MOVE 'PERIODO CONTABIL BLOQUEADO'                      00004340
                     TO WRK-DET-SITUACAO                                00004350
                 PERFORM 0260-LISTAR-DETALHE                            00004360
                 GO TO 0210-99-FIM                                      00004370
             END-IF.                                                    00004380
             MOVE RTB-NUM-NOTA TO REC-NUM-NOTA.                         00004390
             IF RTB-PARCELA NUMERIC                                     00004400
                AND RTB-PARCELA > ZEROS                                 00004410
                 MOVE RTB-PARCELA TO REC-PARCELA                        00004420
             ELSE                                                       00004430
                 MOVE 01 TO REC-PARCELA                                 00004440
             END-IF.                                                    00004450
             MOVE REC-NUM-NOTA   TO WRK-CRD-NOTA.                       00004460
             MOVE REC-PARCELA    TO WRK-CRD-PARCELA.                    00004470
             MOVE RTB-VALOR-PAGO TO WRK-VALOR-RETORNO.                  00004480
             IF RTB-DATA-PAGAMENTO NUMERIC                              00004490
                AND RTB-DATA-PAGAMENTO > ZEROS                          00004500
                 MOVE RTB-DATA-PAGAMENTO TO WRK-DATA-PAGTO              00004510
             ELSE                                                       00004520
                 MOVE WRK-DATA-NEGOCIO   TO WRK-DATA-PAGTO              00004530
             END-IF.                                                    00004540
             READ CONTASREC                                             00004550
                 INVALID KEY                                            00004560
                     MOVE ZEROS TO WRK-CRD-CLI-ID                       00004570
                     PERFORM 0270-GRAVAR-RECEBIMENTO                    00004580
                     SET CRD-ORG-NAO-APLICADO TO TRUE                   00004590
                     MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM                  00004600
                     MOVE WRK-VALOR-RETORNO TO WRK-VALOR-CREDITO        00004610
                     PERFORM 0250-LANCAR-CREDITO                        00004620
                     MOVE 'SEM TITULO - CREDITO NAO IDENTIFICADO'       00004630
                         TO WRK-DET-SITUACAO                            00004640
                     PERFORM 0260-LISTAR-DETALHE                        00004650
                     GO TO 0210-99-FIM                                  00004660
             END-READ.                                                  00004670
             MOVE REC-CLI-ID TO WRK-CRD-CLI-ID.                         00004680
             IF REC-SIT-PAGO                                            00004690
                 PERFORM 0270-GRAVAR-RECEBIMENTO                        00004700
                 SET CRD-ORG-NAO-APLICADO TO TRUE                       00004710
                 MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM                      00004720
                 MOVE WRK-VALOR-RETORNO TO WRK-VALOR-CREDITO            00004730
                 PERFORM 0250-LANCAR-CREDITO                            00004740
                 MOVE 'TITULO JA PAGO - VALOR EM CREDITO'               00004750
                     TO WRK-DET-SITUACAO                                00004760
                 PERFORM 0260-LISTAR-DETALHE                            00004770
                 GO TO 0210-99-FIM                                      00004780
             END-IF.                                                    00004790
             COMPUTE WRK-SALDO-DEVEDOR =                                00004800
                 REC-VALOR - REC-VALOR-PAGO.                            00004810
             IF REC-SIT-BAIXADO                                         00004820
                 PERFORM 0270-GRAVAR-RECEBIMENTO                        00004830
                 PERFORM 0245-APLICAR-RECUPERACAO                       00004840
                 GO TO 0210-99-FIM                                      00004850
             END-IF.                                                    00004860
             EVALUATE TRUE                                              00004870
                 WHEN RTB-OCO-LIQUIDADO                                 00004880
                     PERFORM 0270-GRAVAR-RECEBIMENTO                    00004890
                     PERFORM 0220-LIQUIDAR-TITULO                       00004900
                 WHEN RTB-OCO-PARCIAL                                   00004910
                     PERFORM 0270-GRAVAR-RECEBIMENTO                    00004920
                     PERFORM 0230-APLICAR-PARCIAL                       00004930
                 WHEN OTHER                                             00004940
                     ADD 1 TO WRK-CONT-NAO-CASADOS                      00004950
                     MOVE 'OCORRENCIA DESCONHECIDA'                     00004960
                         TO WRK-DET-SITUACAO                            00004970
                     PERFORM 0260-LISTAR-DETALHE                        00004980
             END-EVALUATE.                                              00004990
       0210-99-FIM.            EXIT.                                    00005000
      *---------------------------------------------------              00005010
       0220-LIQUIDAR-TITULO               SECTION.                      00005020
      *    LIQUIDACAO TOTAL - O VALOR DO RETORNO PRECISA COBRIR O       00005030
      *    SALDO DEVEDOR; A MENOR, E TRATADA COMO PARCIAL E             00005040
      *    LISTADA PARA O FINANCEIRO APURAR A DIFERENCA. O QUE          00005050
      *    PASSA DO SALDO QUITA OS ENCARGOS POR ATRASO                  00005060
      *---------------------------------------------------              00005070
             IF WRK-VALOR-RETORNO < WRK-SALDO-DEVEDOR                   00005080
                 PERFORM 0230-APLICAR-PARCIAL                           00005090
                 GO TO 0220-99-FIM                                      00005100
             END-IF.                                                    00005110
             MOVE WRK-SALDO-DEVEDOR TO WRK-VALOR-PRINCIPAL.             00005120
             PERFORM 0225-APLICAR-ENCARGOS.                             00005130
             ADD WRK-SALDO-DEVEDOR TO REC-VALOR-PAGO.                   00005140
             SET REC-SIT-PAGO TO TRUE.                                  00005150
             MOVE WRK-DATA-PAGTO TO REC-DATA-PAGAMENTO.                 00005160
             REWRITE CPREC01-REGISTRO.                                  00005170
             PERFORM 0240-BAIXAR-EXPOSICAO.                             00005180
             ADD 1 TO WRK-CONT-LIQUIDADOS.                              00005190
             IF WRK-VALOR-CREDITO > ZEROS                               00005200
                 MOVE 'LIQUIDADO - SOBRA EM CREDITO'                    00005210
                     TO WRK-DET-SITUACAO                                00005220
             ELSE                                                       00005230
                 MOVE 'LIQUIDADO' TO WRK-DET-SITUACAO                   00005240
             END-IF.                                                    00005250
             PERFORM 0260-LISTAR-DETALHE.                               00005260
             IF WRK-ENCARGO-ABERTO > ZEROS                              00005270
                 PERFORM 0235-ABRIR-TITULO-ENCARGO                      00005280
             END-IF.                                                    00005290
             IF WRK-VALOR-CREDITO > ZEROS                               00005300
                 SET CRD-ORG-SOBRA TO TRUE                              00005310
                 MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM                      00005320
                 PERFORM 0250-LANCAR-CREDITO                            00005330
             END-IF.                                                    00005340
       0220-99-FIM.            EXIT.                                    00005350
      *---------------------------------------------------              00005360
       0225-APLICAR-ENCARGOS              SECTION.                      00005370
      *    APURA A MULTA E OS JUROS SOBRE O PRINCIPAL PAGO NA DATA      00005380
      *    DE PAGAMENTO DO BANCO; A SOBRA DO RETORNO SOBRE O            00005390
      *    PRINCIPAL QUITA A MULTA E DEPOIS OS JUROS E O QUE            00005400
      *    FALTAR FICA EM ABERTO - O QUE AINDA SOBRAR VAI PARA O        00005410
      *    CREDITO EM CONTA. TITULO DE ENCARGOS NAO GERA NOVO           00005420
      *    ENCARGO; TITULO LEGADO SEM OS CAMPOS E ZERADO                00005430
      *---------------------------------------------------              00005440
             MOVE REC-NUM-NOTA     TO WRK-ENC-NUM-NOTA.                 00005450
             MOVE REC-PARCELA      TO WRK-ENC-PARCELA.                  00005460
             MOVE REC-CLI-ID       TO WRK-ENC-CLI-ID.                   00005470
             MOVE REC-QTD-PARCELAS TO WRK-ENC-QTD-PARCELAS.             00005480
             IF REC-MULTA-PAGA NOT NUMERIC                              00005490
                 MOVE ZEROS TO REC-MULTA-PAGA                           00005500
             END-IF.                                                    00005510
             IF REC-JUROS-PAGOS NOT NUMERIC                             00005520
                 MOVE ZEROS TO REC-JUROS-PAGOS                          00005530
             END-IF.                                                    00005540
             MOVE ZEROS TO ENC-CHK-VALOR-MULTA.                         00005550
             MOVE ZEROS TO ENC-CHK-VALOR-JUROS.                         00005560
             IF NOT REC-TITULO-ENCARGO                                  00005570
                 MOVE REC-DATA-VENCIMENTO TO ENC-CHK-DATA-VENCIMENTO    00005580
                 MOVE WRK-DATA-PAGTO      TO ENC-CHK-DATA-PAGAMENTO     00005590
                 MOVE WRK-VALOR-PRINCIPAL TO ENC-CHK-VALOR-BASE         00005600
                 CALL 'FR06CB02' USING CPENC02-AREA                     00005610
                 IF ENC-CHK-ERRO-ARQ                                    00005620
                     DISPLAY ' AVISO: ERRO NA TABELA DE ENCARGOS - '    00005630
                             'NOTA ' REC-NUM-NOTA '/' REC-PARCELA       00005640
                             ' SEM ENCARGOS'                            00005650
                 END-IF                                                 00005660
             END-IF.                                                    00005670
             COMPUTE WRK-VALOR-SOBRA = WRK-VALOR-RETORNO                00005680
                                     - WRK-VALOR-PRINCIPAL.             00005690
             IF WRK-VALOR-SOBRA > ENC-CHK-VALOR-MULTA                   00005700
                 MOVE ENC-CHK-VALOR-MULTA TO WRK-MULTA-RECEBIDA         00005710
             ELSE                                                       00005720
                 MOVE WRK-VALOR-SOBRA     TO WRK-MULTA-RECEBIDA         00005730
             END-IF.                                                    00005740
             SUBTRACT WRK-MULTA-RECEBIDA FROM WRK-VALOR-SOBRA.          00005750
             IF WRK-VALOR-SOBRA > ENC-CHK-VALOR-JUROS                   00005760
                 MOVE ENC-CHK-VALOR-JUROS TO WRK-JUROS-RECEBIDOS        00005770
             ELSE                                                       00005780
                 MOVE WRK-VALOR-SOBRA     TO WRK-JUROS-RECEBIDOS        00005790
             END-IF.                                                    00005800
             ADD WRK-MULTA-RECEBIDA  TO REC-MULTA-PAGA.                 00005810
             ADD WRK-JUROS-RECEBIDOS TO REC-JUROS-PAGOS.                00005820
             ADD WRK-MULTA-RECEBIDA  TO WRK-TOT-MULTA.                  00005830
             ADD WRK-JUROS-RECEBIDOS TO WRK-TOT-JUROS.                  00005840
             COMPUTE WRK-ENCARGO-ABERTO =                               00005850
                 ENC-CHK-VALOR-MULTA + ENC-CHK-VALOR-JUROS              00005860
               - WRK-MULTA-RECEBIDA  - WRK-JUROS-RECEBIDOS.             00005870
             COMPUTE WRK-VALOR-CREDITO =                                00005880
                 WRK-VALOR-SOBRA - WRK-JUROS-RECEBIDOS.                 00005890
      *---------------------------------------------------              00005900
       0230-APLICAR-PARCIAL               SECTION.                      00005910
      *    LIQUIDACAO PARCIAL - ACUMULA O VALOR RECEBIDO E O            00005920
      *    TITULO SEGUE EM ABERTO, LISTADO PARA ACOMPANHAMENTO          00005930
      *---------------------------------------------------              00005940
             IF WRK-VALOR-RETORNO > WRK-SALDO-DEVEDOR                   00005950
                 MOVE WRK-SALDO-DEVEDOR TO WRK-VALOR-PRINCIPAL          00005960
             ELSE                                                       00005970
                 MOVE WRK-VALOR-RETORNO TO WRK-VALOR-PRINCIPAL          00005980
             END-IF.                                                    00005990
             PERFORM 0225-APLICAR-ENCARGOS.                             00006000
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-PAGO.                 00006010
             IF REC-VALOR-PAGO >= REC-VALOR                             00006020
                 SET REC-SIT-PAGO TO TRUE                               00006030
                 MOVE WRK-DATA-LANCAMENTO TO REC-DATA-PAGAMENTO         00006040
             END-IF.                                                    00006050
             REWRITE CPREC01-REGISTRO.                                  00006060
             PERFORM 0240-BAIXAR-EXPOSICAO.                             00006070
             ADD 1 TO WRK-CONT-PARCIAIS.                                00006080
             IF WRK-VALOR-CREDITO > ZEROS                               00006090
                 MOVE 'PARCIAL QUITOU TITULO - SOBRA EM CREDITO'        00006100
                     TO WRK-DET-SITUACAO                                00006110
             ELSE                                                       00006120
                 MOVE 'PAGAMENTO PARCIAL - TITULO SEGUE ABERTO'         00006130
                     TO WRK-DET-SITUACAO                                00006140
             END-IF.                                                    00006150
             PERFORM 0260-LISTAR-DETALHE.                               00006160
             IF WRK-ENCARGO-ABERTO > ZEROS                              00006170
                 PERFORM 0235-ABRIR-TITULO-ENCARGO                      00006180
             END-IF.                                                    00006190
             IF WRK-VALOR-CREDITO > ZEROS                               00006200
                 SET CRD-ORG-SOBRA TO TRUE                              00006210
                 MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM                      00006220
                 PERFORM 0250-LANCAR-CREDITO                            00006230
             END-IF.                                                    00006240
      *---------------------------------------------------              00006250
       0235-ABRIR-TITULO-ENCARGO          SECTION.                      00006260
      *    ENCARGO NAO COBERTO PELO RETORNO - ABRE O TITULO DE          00006270
      *    ENCARGOS DA PARCELA (MESMA NOTA, PARCELA + 50) VENCENDO      00006280
      *    NA DATA DE NEGOCIO (EMITIDO NA DATA DE LANCAMENTO) OU        00006290
      *    ACRESCE O JA EXISTENTE, QUE VOLTA A FICAR EM ABERTO E        00006300
      *    A SAIR NA PROXIMA REMESSA, COMO O                            00006310
      *    INTAKE DE RECEBIMENTOS (FR05CB52)                            00006320
      *---------------------------------------------------              00006330
             MOVE WRK-ENC-NUM-NOTA TO REC-NUM-NOTA.                     00006340
             COMPUTE REC-PARCELA = WRK-ENC-PARCELA + 50.                00006350
             READ CONTASREC                                             00006360
                 INVALID KEY                                            00006370
                     MOVE WRK-ENC-CLI-ID       TO REC-CLI-ID            00006380
                     MOVE WRK-ENCARGO-ABERTO   TO REC-VALOR             00006390
                     MOVE ZEROS                TO REC-VALOR-PAGO        00006400
                     MOVE WRK-DATA-LANCAMENTO  TO REC-DATA-EMISSAO      00006410
                     MOVE WRK-DATA-NEGOCIO     TO REC-DATA-VENCIMENTO   00006420
                     MOVE ZEROS                TO REC-DATA-PAGAMENTO    00006430
                     SET REC-SIT-ABERTO        TO TRUE                  00006440
                     SET REC-NAO-REMETIDO      TO TRUE                  00006450
                     MOVE WRK-ENC-QTD-PARCELAS TO REC-QTD-PARCELAS      00006460
                     SET REC-TITULO-ENCARGO    TO TRUE                  00006470
                     MOVE ZEROS                TO REC-MULTA-PAGA        00006480
                     MOVE ZEROS                TO REC-JUROS-PAGOS       00006490
                     MOVE ZEROS                TO REC-DATA-BAIXA        00006500
                     MOVE ZEROS                TO REC-VALOR-BAIXADO     00006510
                     MOVE ZEROS                TO REC-VALOR-RECUPERADO  00006520
                     WRITE CPREC01-REGISTRO                             00006530
                 NOT INVALID KEY                                        00006540
                     ADD WRK-ENCARGO-ABERTO    TO REC-VALOR             00006550
                     SET REC-SIT-ABERTO        TO TRUE                  00006560
                     MOVE ZEROS                TO REC-DATA-PAGAMENTO    00006570
                     SET REC-NAO-REMETIDO      TO TRUE                  00006580
                     REWRITE CPREC01-REGISTRO                           00006590
             END-READ.                                                  00006600
             ADD 1 TO WRK-CONT-ENCARGOS.                                00006610
      *---------------------------------------------------              00006620
       0240-BAIXAR-EXPOSICAO              SECTION.                      00006630
      *    BAIXA O PRINCIPAL RECEBIDO DO SALDO EM ABERTO DO             00006640
      *    CLIENTE E CARREGA O ENCARGO QUE FICOU EM ABERTO, COMO O      00006650
      *    INTAKE DE RECEBIMENTOS (FR05CB52)                            00006660
      *---------------------------------------------------              00006670
             MOVE REC-CLI-ID TO CLI-ID.                                 00006680
             READ CLIENTE-MASTER                                        00006690
                 INVALID KEY                                            00006700
                     DISPLAY ' AVISO: CLIENTE ' REC-CLI-ID              00006710
                             ' SEM CADASTRO - SALDO NAO BAIXADO'        00006720
                 NOT INVALID KEY                                        00006730
                     IF CLI-SALDO-ABERTO NOT NUMERIC                    00006740
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00006750
                     END-IF                                             00006760
                     IF WRK-VALOR-PRINCIPAL > CLI-SALDO-ABERTO          00006770
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00006780
                     ELSE                                               00006790
                         SUBTRACT WRK-VALOR-PRINCIPAL                   00006800
                             FROM CLI-SALDO-ABERTO                      00006810
                     END-IF                                             00006820
                     ADD WRK-ENCARGO-ABERTO TO CLI-SALDO-ABERTO         00006830
                     REWRITE CPCLIE01-REGISTRO                          00006840
             END-READ.                                                  00006850
      *---------------------------------------------------              00006860
       0245-APLICAR-RECUPERACAO           SECTION.                      00006870
      *    RETORNO DE TITULO BAIXADO COMO PERDA (FR06CB04) - O          00006880
      *    VALOR, LIMITADO AO SALDO BAIXADO E SEM ENCARGOS, E           00006890
      *    ACUMULADO EM REC-VALOR-PAGO E EM REC-VALOR-RECUPERADO        00006900
      *    E GRAVA O EVENTO RP PARA O DIARIO CONTABIL (FR05CB83).       00006910
      *    O SALDO EM ABERTO DO CLIENTE JA FOI BAIXADO NA PERDA.        00006920
      *    O QUE PASSA DO SALDO BAIXADO VAI PARA O CREDITO EM CONTA     00006930
      *---------------------------------------------------              00006940
             IF WRK-VALOR-RETORNO > WRK-SALDO-DEVEDOR                   00006950
                 MOVE WRK-SALDO-DEVEDOR TO WRK-VALOR-PRINCIPAL          00006960
                 COMPUTE WRK-VALOR-CREDITO =                            00006970
                     WRK-VALOR-RETORNO - WRK-SALDO-DEVEDOR              00006980
             ELSE                                                       00006990
                 MOVE WRK-VALOR-RETORNO TO WRK-VALOR-PRINCIPAL          00007000
             END-IF.                                                    00007010
             IF REC-VALOR-RECUPERADO NOT NUMERIC                        00007020
                 MOVE ZEROS TO REC-VALOR-RECUPERADO                     00007030
             END-IF.                                                    00007040
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-PAGO.                 00007050
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-RECUPERADO.           00007060
             IF REC-VALOR-PAGO >= REC-VALOR                             00007070
                 SET REC-SIT-PAGO TO TRUE                               00007080
                 MOVE WRK-DATA-PAGTO TO REC-DATA-PAGAMENTO              00007090
             END-IF.                                                    00007100
             REWRITE CPREC01-REGISTRO.                                  00007110
             MOVE SPACES              TO CPBXP01-REGISTRO.              00007120
             SET BXP-EVT-RECUPERACAO  TO TRUE.                          00007130
             MOVE WRK-DATA-LANCAMENTO TO BXP-DATA.                      00007140
             MOVE REC-NUM-NOTA        TO BXP-NUM-NOTA.                  00007150
             MOVE REC-PARCELA         TO BXP-PARCELA.                   00007160
             MOVE REC-CLI-ID          TO BXP-CLI-ID.                    00007170
             MOVE WRK-VALOR-PRINCIPAL TO BXP-VALOR.                     00007180
             MOVE 'FR05CB56'          TO BXP-PROGRAMA.                  00007190
             MOVE WRK-CAB-OPERADOR    TO BXP-OPERADOR.                  00007200
             WRITE CPBXP01-REGISTRO.                                    00007210
             ADD 1 TO WRK-CONT-RECUPERACOES.                            00007220
             ADD WRK-VALOR-PRINCIPAL TO WRK-TOT-RECUPERADO.             00007230
             IF WRK-VALOR-CREDITO > ZEROS                               00007240
                 MOVE 'RECUPERACAO DE PERDA - SOBRA EM CREDITO'         00007250
                     TO WRK-DET-SITUACAO                                00007260
             ELSE                                                       00007270
                 MOVE 'RECUPERACAO DE PERDA' TO WRK-DET-SITUACAO        00007280
             END-IF.                                                    00007290
             PERFORM 0260-LISTAR-DETALHE.                               00007300
             IF WRK-VALOR-CREDITO > ZEROS                               00007310
                 SET CRD-ORG-SOBRA TO TRUE                              00007320
                 MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM                      00007330
                 PERFORM 0250-LANCAR-CREDITO                            00007340
             END-IF.                                                    00007350
      *---------------------------------------------------              00007360
       0250-LANCAR-CREDITO                SECTION.                      00007370
      *    GRAVA O CREDITO EM CONTA DO CLIENTE (CPCRD01) COM A          00007380
      *    DATA DE LANCAMENTO E A PROXIMA SEQUENCIA LIVRE DO DIA,       00007390
      *    COMO O INTAKE DE RECEBIMENTOS (FR05CB52) - O SALDO E         00007400
      *    APLICADO PELA APLICACAO NOTURNA (FR06CB05)                   00007410
      *---------------------------------------------------              00007420
             MOVE SPACES              TO CPCRD01-REGISTRO.              00007430
             MOVE WRK-CRD-CLI-ID      TO CRD-CLI-ID.                    00007440
             MOVE WRK-DATA-LANCAMENTO TO CRD-DATA.                      00007450
             MOVE ZEROS               TO CRD-SEQUENCIA.                 00007460
             MOVE WRK-CRD-ORIGEM      TO CRD-ORIGEM.                    00007470
             STRING 'RET ' WRK-CRD-NOTA '/' WRK-CRD-PARCELA             00007480
                 DELIMITED BY SIZE INTO CRD-DOCUMENTO.                  00007490
             MOVE WRK-VALOR-CREDITO   TO CRD-VALOR.                     00007500
             MOVE WRK-VALOR-CREDITO   TO CRD-SALDO.                     00007510
             SET CRD-SIT-ABERTO       TO TRUE.                          00007520
             MOVE ZEROS               TO CRD-DATA-APLICACAO.            00007530
             MOVE 'FR05CB56'          TO CRD-PROGRAMA.                  00007540
             MOVE '22'                TO WRK-FS-CREDITO.                00007550
             PERFORM 0255-GRAVAR-UM-CREDITO                             00007560
                 UNTIL WRK-FS-CREDITO NOT EQUAL '22'.                   00007570
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00007580
                 MOVE ' ERRO GRAVACAO CREDITO DO CLIENTE ' TO WRK-MSG   00007590
                 PERFORM 9000-TRATA-ERROS                               00007600
             END-IF.                                                    00007610
             ADD 1 TO WRK-CONT-CREDITOS.                                00007620
             ADD WRK-VALOR-CREDITO TO WRK-TOT-CREDITO.                  00007630
      *---------------------------------------------------              00007640
       0255-GRAVAR-UM-CREDITO             SECTION.                      00007650
      *    TENTA A PROXIMA SEQUENCIA DO CLIENTE NA DATA - CHAVE         00007660
      *    JA EXISTENTE (FILE STATUS 22) PASSA PARA A SEGUINTE          00007670
      *---------------------------------------------------              00007680
             ADD 1 TO CRD-SEQUENCIA.                                    00007690
             WRITE CPCRD01-REGISTRO                                     00007700
                 INVALID KEY                                            00007710
                     CONTINUE                                           00007720
             END-WRITE.                                                 00007730
      *---------------------------------------------------              00007740
       0260-LISTAR-DETALHE                SECTION.                      00007750
             IF RTB-NUM-NOTA NUMERIC                                    00007760
                 MOVE RTB-NUM-NOTA TO WRK-DET-NOTA                      00007770
             ELSE                                                       00007780
                 MOVE ZEROS TO WRK-DET-NOTA                             00007790
             END-IF.                                                    00007800
             IF RTB-PARCELA NUMERIC                                     00007810
                AND RTB-PARCELA > ZEROS                                 00007820
                 MOVE RTB-PARCELA TO WRK-DET-PARCELA                    00007830
             ELSE                                                       00007840
                 MOVE 01 TO WRK-DET-PARCELA                             00007850
             END-IF.                                                    00007860
             MOVE RTB-OCORRENCIA TO WRK-DET-OCORRENCIA.                 00007870
             IF RTB-VALOR-PAGO NUMERIC                                  00007880
                 MOVE RTB-VALOR-PAGO TO WRK-DET-VALOR                   00007890
             ELSE                                                       00007900
                 MOVE ZEROS TO WRK-DET-VALOR                            00007910
             END-IF.                                                    00007920
             MOVE WRK-MULTA-RECEBIDA  TO WRK-DET-MULTA.                 00007930
             MOVE WRK-JUROS-RECEBIDOS TO WRK-DET-JUROS.                 00007940
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007950
      *---------------------------------------------------              00007960
       0270-GRAVAR-RECEBIMENTO            SECTION.                      00007970
      *    REGISTRA O DETALHE BAIXADO NO ARQUIVO DE RECEBIMENTOS        00007980
      *    (CPRCB01) COM O VALOR INTEIRO DO RETORNO, ANTES DA           00007990
      *    SEPARACAO EM PRINCIPAL, ENCARGOS E CREDITO, PARA A           00008000
      *    CONCILIACAO COM O EXTRATO BANCARIO (FR06CB06)                00008010
      *---------------------------------------------------              00008020
             MOVE SPACES              TO CPRCB01-REGISTRO.              00008030
             MOVE WRK-DATA-LANCAMENTO TO RCB-DATA.                      00008040
             MOVE WRK-CRD-NOTA        TO RCB-NUM-NOTA.                  00008050
             MOVE WRK-CRD-PARCELA     TO RCB-PARCELA.                   00008060
             MOVE WRK-CRD-CLI-ID      TO RCB-CLI-ID.                    00008070
             MOVE WRK-VALOR-RETORNO   TO RCB-VALOR.                     00008080
             MOVE WRK-DATA-PAGTO      TO RCB-DATA-PAGAMENTO.            00008090
             SET RCB-ORG-RETORNO      TO TRUE.                          00008100
             MOVE 'FR05CB56'          TO RCB-PROGRAMA.                  00008110
             MOVE WRK-CAB-OPERADOR    TO RCB-OPERADOR.                  00008120
             WRITE CPRCB01-REGISTRO.                                    00008130
             IF WRK-PERIODO-DESVIADO                                    00008140
                 PERFORM 0275-GRAVAR-DESVIO                             00008150
             END-IF.                                                    00008160
      *---------------------------------------------------              00008170
       0275-GRAVAR-DESVIO                 SECTION.                      00008180
      *    RETORNO BAIXADO COM O PERIODO DA DATA DE NEGOCIO             00008190
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00008200
      *    COM A NOTA/PARCELA E O VALOR INTEIRO DO RETORNO              00008210
      *---------------------------------------------------              00008220
             MOVE SPACES              TO DSV-DOCUMENTO.                 00008230
             STRING 'NF' WRK-CRD-NOTA '/' WRK-CRD-PARCELA               00008240
                 DELIMITED BY SIZE INTO DSV-DOCUMENTO.                  00008250
             MOVE WRK-VALOR-RETORNO   TO DSV-VALOR.                     00008260
             PERFORM 0972-GRAVAR-DESVIO.                                00008270
      *---------------------------------------------------              00008280
       0300-FINALIZAR                     SECTION.                      00008290
             PERFORM 0330-CONFERIR-TRAILER.                             00008300
             PERFORM 0310-GRAVA-CONTROLE.                               00008310
             MOVE WRK-CONT-LIDOS                                        00008320
                 TO WRK-STT-REGISTROS.                                  00008330
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008340
             CLOSE RETORNO.                                             00008350
             CLOSE CONTASREC.                                           00008360
             CLOSE CLIENTE-MASTER.                                      00008370
             CLOSE RELRET.                                              00008380
             CLOSE CONTROLE.                                            00008390
             CLOSE PERDAS.                                              00008400
             CLOSE CREDITO-CLIENTE.                                     00008410
             CLOSE RECEBIMENTOS.                                        00008420
             CLOSE DESVIO.                                              00008430
             DISPLAY '------------------'.                              00008440
             DISPLAY '  DETALHES LIDOS....: ' WRK-CONT-LIDOS.           00008450
             DISPLAY '  LIQUIDADOS........: ' WRK-CONT-LIQUIDADOS.      00008460
             DISPLAY '  PARCIAIS..........: ' WRK-CONT-PARCIAIS.        00008470
             DISPLAY '  NAO CASADOS.......: ' WRK-CONT-NAO-CASADOS.     00008480
             DISPLAY '  TIT. ENCARGOS.....: ' WRK-CONT-ENCARGOS.        00008490
             DISPLAY '  MULTA RECEBIDA....: ' WRK-TOT-MULTA.            00008500
             DISPLAY '  JUROS RECEBIDOS...: ' WRK-TOT-JUROS.            00008510
             DISPLAY '  RECUPERACOES......: ' WRK-CONT-RECUPERACOES.    00008520
             DISPLAY '  VALOR RECUPERADO..: ' WRK-TOT-RECUPERADO.       00008530
             DISPLAY '  CREDITOS EM CONTA.: ' WRK-CONT-CREDITOS.        00008540
             DISPLAY '  VALOR EM CREDITO..: ' WRK-TOT-CREDITO.          00008550
             DISPLAY '  DESVIADOS.........: ' WRK-CONT-DESVIADOS.       00008560
             DISPLAY '  BLOQUEADOS........: ' WRK-CONT-BLOQUEADOS.      00008570
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00008580
             PERFORM 9000-TRATA-ERROS.                                  00008590
      *---------------------------------------------------              00008600
       0330-CONFERIR-TRAILER              SECTION.                      00008610
      *    CONFERE A CONTAGEM DO TRAILER DO RETORNO - AUSENCIA DE       00008620
      *    TRAILER OU CONTAGEM DIFERENTE ENCERRA COM RC=12              00008630
      *---------------------------------------------------              00008640
             IF WRK-TRAILER-AUSENTE                                     00008650
                 MOVE 12 TO RETURN-CODE                                 00008660
                 MOVE ' ERRO RETORNO SEM TRAILER ' TO WRK-MSG           00008670
                 PERFORM 9000-TRATA-ERROS                               00008680
             END-IF.                                                    00008690
             IF WRK-QTD-TRAILER NOT EQUAL WRK-CONT-LIDOS                00008700
                 DISPLAY ' TRAILER: ' WRK-QTD-TRAILER                   00008710
                         ' LIDOS: ' WRK-CONT-LIDOS                      00008720
                 MOVE 12 TO RETURN-CODE                                 00008730
                 MOVE ' ERRO CONTAGEM DO RETORNO NAO CONFERE '          00008740
                     TO WRK-MSG                                         00008750
                 PERFORM 9000-TRATA-ERROS                               00008760
             END-IF.                                                    00008770
      *---------------------------------------------------              00008780
       0310-GRAVA-CONTROLE                SECTION.                      00008790
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00008800
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00008810
      *---------------------------------------------------              00008820
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00008830
             MOVE SPACES              TO CTL-DATA-HORA.                 00008840
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00008850
             COMPUTE CTL-QTD-GRAVADOS = WRK-CONT-LIQUIDADOS             00008860
                                      + WRK-CONT-RECUPERACOES           00008870
                                      + WRK-CONT-CREDITOS.              00008880
             MOVE WRK-CONT-NAO-CASADOS TO CTL-QTD-REJEITADOS.           00008890
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00008900
             MOVE WRK-CONT-PARCIAIS   TO CTL-QTD-FILTRADOS.             00008910
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00008920
             MOVE ZERO                TO CTL-QTD-FONTES.                00008930
             WRITE CPCTRL01-REGISTRO.                                   00008940
      *---------------------------------------------------              00008950
       9000-TRATA-ERROS                   SECTION.                      00008960
      *---------------------------------------------------              00008970
             PERFORM 9050-GRAVAR-ERRLOG.                                00008980
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008990
             STOP RUN.                                                  00009000
      *--------------------------------------------------------------   00009010
       9000-99-FIM.            EXIT.                                    00009020
      *--------------------------------------------------------------   00009030
