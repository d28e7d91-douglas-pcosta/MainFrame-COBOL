      *               VIA CARTOES DE SYSIN, NOS MOLDES DOS DEMAIS       00000130
      *               INTAKES DA SUITE (ENVELOPE DE LOTE COMO NA        00000140
      *               FR05CB05, REJEITOS E TRILHA DE AUDITORIA).        00000150
      *               CADA CARTAO TRAZ O NUMERO DA NOTA, O VALOR        00000160
      *               RECEBIDO E A PARCELA; O VALOR E ACUMULADO EM      00000170
      *               REC-VALOR-PAGO DO TITULO (CPREC01) E O            00000180
      *               TITULO SO E MARCADO PAGO QUANDO O VALOR DA        00000190
      *               NOTA E COBERTO, COM A DATA DE NEGOCIO DO          00000200
      *               CALENDARIO COMO DATA DE PAGAMENTO.                00000210
      *               A SOBRA DO RECEBIMENTO SOBRE O SALDO DEVEDOR      00000220
      *               VAI PARA O CREDITO EM CONTA DO CLIENTE            00000230
      *               (CPCRD01) - ACABA COM A REDIGITACAO DAS           00000240
      *               NOTAS IMPRESSAS NA PLANILHA DO FINANCEIRO         00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000300
      *     02/09/2026  IVS     O RECEBIMENTO APLICADO PASSA A          00000310
      *                         BAIXAR O SALDO EM ABERTO DO             00000320
      *                         CLIENTE (CLI-SALDO-ABERTO DO            00000330
      *                         CPCLIE01) - CONTRAPARTIDA DA            00000340
      *                         CARGA FEITA PELO FATURAMENTO,           00000350
      *                         PARA A CRITICA DE CREDITO DO            00000360
      *                         INTAKE DE PEDIDOS (FR05CB25)            00000370
      *     15/10/2026  IVS     O CARTAO PASSA A TRAZER A PARCELA       00000380
      *                         DO TITULO (POSICOES 17-18; EM           00000390
      *                         BRANCO = PARCELA 01) - A CHAVE DO       00000400
      *                         CONTAS A RECEBER PASSA A SER            00000410
      *                         NOTA + PARCELA (REC-CHAVE)              00000420
      *     15/10/2026  IVS     ENCARGOS POR ATRASO - O VALOR           00000430
      *                         RECEBIDO QUITA PRIMEIRO O               00000440
      *                         PRINCIPAL, DEPOIS A MULTA E OS          00000450
      *                         JUROS APURADOS PELO SERVICO             00000460
      *                         FR06CB02 SOBRE O PRINCIPAL PAGO         00000470
      *                         (REC-MULTA-PAGA/REC-JUROS-              00000480
      *                         PAGOS). ENCARGO NAO COBERTO             00000490
      *                         ABRE/ACRESCE O TITULO DE                00000500
      *                         ENCARGOS DA PARCELA (PARCELA +          00000510
      *                         50, REC-TITULO-ENCARGO) E VAI           00000520
      *                         PARA O SALDO EM ABERTO DO               00000530
      *                         CLIENTE. O LIMITE DO                    00000540
      *                         RECEBIMENTO PASSA A SER O SALDO         00000550
      *                         MAIS OS ENCARGOS                        00000560
      *     15/10/2026  IVS     BAIXA POR PERDA - RECEBIMENTO           00000570
      *                         DE TITULO BAIXADO (REC-SIT-             00000580
      *                         BAIXADO) NAO E MAIS REJEITADO:          00000590
      *                         ENTRA COMO RECUPERACAO ATE O            00000600
      *                         SALDO BAIXADO, SEM ENCARGOS, E          00000610
      *                         GRAVA O EVENTO RP NO ARQUIVO DE         00000620
      *                         PERDAS (//ARQBXP, CPBXP01)              00000630
      *     15/10/2026  IVS     CREDITO EM CONTA DO CLIENTE -           00000640
      *                         SOBRA ACIMA DO SALDO E ENCARGOS         00000650
      *                         (OU DO SALDO BAIXADO) E                 00000660
      *                         RECEBIMENTO DE TITULO JA PAGO           00000670
      *                         NAO SAO MAIS REJEITADOS: VAO            00000680
      *                         PARA O MASTER DE CREDITOS               00000690
      *                         (//ARQCRD, CPCRD01). O CARTAO           00000700
      *                         PASSA A TRAZER O CLIENTE                00000710
      *                         (POSICOES 19-23) PARA                   00000720
      *                         RECEBIMENTO SEM TITULO (NOTA            00000730
      *                         INEXISTENTE OU 00000)                   00000740
      *     15/10/2026  IVS     CONCILIACAO BANCARIA - CADA             00000750
      *                         CARTAO ACEITO E REGISTRADO NO           00000760
      *                         ARQUIVO DE RECEBIMENTOS                 00000770
      *                         (//ARQRCB, CPRCB01) PARA O              00000780
      *                         CASAMENTO COM O EXTRATO DO              00000790
      *                         BANCO (FR06CB06)                        00000800
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000810
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000820
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000830
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000840
      *                         PAGAMENTO DO TITULO, RECUPERACAO,       00000850
      *                         CREDITO EM CONTA, TITULO DE ENCARGO     00000860
      *                         E RECEBIMENTO SAO LANCADOS NO           00000870
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000880
      *                         CADA CARTAO VAI PARA O ARQUIVO DE       00000890
      *                         DESVIOS (CPDSV01); OS JUROS SEGUEM      00000900
      *                         A DATA DE NEGOCIO. PERIODO EM           00000910
      *                         FECHAMENTO: CARTAO REJEITADO (07)       00000920
      *=======================================================*         00000930
                                                                        00000940
      *=======================================================*         00000950
       ENVIRONMENT                               DIVISION.              00000960
      *=======================================================*         00000970
       INPUT-OUTPUT                              SECTION.               00000980
       FILE-CONTROL.                                                    00000990
             SELECT CONTASREC ASSIGN TO ARQREC                          00001000
                ORGANIZATION IS INDEXED                                 00001010
                ACCESS MODE  IS DYNAMIC                                 00001020
                RECORD KEY   IS REC-CHAVE                               00001030
                FILE STATUS  IS WRK-FS-CONTASREC.                       00001040
                                                                        00001050
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00001060
                ORGANIZATION IS INDEXED                                 00001070
                ACCESS MODE  IS DYNAMIC                                 00001080
                RECORD KEY   IS CLI-ID                                  00001090
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001100
                                                                        00001110
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001120
                FILE STATUS  IS WRK-FS-REJEITO.                         00001130
                                                                        00001140
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001150
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001160
                                                                        00001170
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001180
                FILE STATUS  IS WRK-FS-SYSIN.                           00001190
                                                                        00001200
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001210
                ORGANIZATION IS INDEXED                                 00001220
                ACCESS MODE  IS DYNAMIC                                 00001230
                RECORD KEY   IS CKP-PROGRAMA                            00001240
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001250
                                                                        00001260
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001270
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001280
                                                                        00001290
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001300
                ORGANIZATION IS INDEXED                                 00001310
                ACCESS MODE  IS DYNAMIC                                 00001320
                RECORD KEY   IS CAL-DATA                                00001330
                FILE STATUS  IS WRK-FS-CALEND.                          00001340
                                                                        00001350
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001360
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001370
                                                                        00001380
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001390
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001400
                                                                        00001410
             SELECT PERDAS   ASSIGN TO ARQBXP                           00001420
                FILE STATUS  IS WRK-FS-PERDAS.                          00001430
                                                                        00001440
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00001450
                ORGANIZATION IS INDEXED                                 00001460
                ACCESS MODE  IS DYNAMIC                                 00001470
                RECORD KEY   IS CRD-CHAVE                               00001480
                FILE STATUS  IS WRK-FS-CREDITO.                         00001490
                                                                        00001500
             SELECT RECEBIMENTOS ASSIGN TO ARQRCB                       00001510
                FILE STATUS  IS WRK-FS-RECEBIDOS.                       00001520
                                                                        00001530
             SELECT PERIODO  ASSIGN TO ARQPER                           00001540
                ORGANIZATION IS INDEXED                                 00001550
                ACCESS MODE  IS DYNAMIC                                 00001560
                RECORD KEY   IS PER-ANOMES                              00001570
                FILE STATUS  IS WRK-FS-PERIODO.                         00001580
                                                                        00001590
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001600
                FILE STATUS  IS WRK-FS-DESVIO.                          00001610
      *=======================================================*         00001620
       DATA                                      DIVISION.              00001630
      *=======================================================*         00001640
       FILE                                      SECTION.               00001650
       FD ENTRADA-SYSIN                                                 00001660
           RECORDING MODE IS F                                          00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
       01 SYSIN-REGISTRO             PIC X(023).                        00001690
                                                                        00001700
       FD CONTASREC.                                                    00001710
           COPY CPREC01.                                                00001720
                                                                        00001730
       FD CLIENTE-MASTER.                                               00001740
           COPY CPCLIE01.                                               00001750
                                                                        00001760
       FD REJEITO-INTAKE                                                00001770
           RECORDING MODE IS F                                          00001780
           BLOCK CONTAINS 0 RECORDS.                                    00001790
           COPY CPREJ08.                                                00001800
                                                                        00001810
       FD AUDITORIA                                                     00001820
           RECORDING MODE IS F                                          00001830
           BLOCK CONTAINS 0 RECORDS.                                    00001840
           COPY CPAUD01.                                                00001850
                                                                        00001860
       FD CHECKPT.                                                      00001870
           COPY CPCKPT01.                                               00001880
                                                                        00001890
       FD ERRLOG.                                                       00001900
           COPY CPERRL01.                                               00001910
                                                                        00001920
       FD CALENDARIO.                                                   00001930
           COPY CPCAL01.                                                00001940
                                                                        00001950
       FD ESTATIS                                                       00001960
           RECORDING MODE IS F                                          00001970
           BLOCK CONTAINS 0 RECORDS.                                    00001980
           COPY CPSTA01.                                                00001990
                                                                        00002000
       FD CONTROLE                                                      00002010
           RECORDING MODE IS F                                          00002020
           BLOCK CONTAINS 0 RECORDS.                                    00002030
           COPY CPCTRL01.                                               00002040
                                                                        00002050
       FD PERDAS                                                        00002060
           RECORDING MODE IS F                                          00002070
           BLOCK CONTAINS 0 RECORDS.                                    00002080
           COPY CPBXP01.                                                00002090
                                                                        00002100
       FD CREDITO-CLIENTE.                                              00002110
           COPY CPCRD01.                                                00002120
                                                                        00002130
       FD RECEBIMENTOS                                                  00002140
           RECORDING MODE IS F                                          00002150
           BLOCK CONTAINS 0 RECORDS.                                    00002160
           COPY CPRCB01.                                                00002170
                                                                        00002180
       FD PERIODO.                                                      00002190
           COPY CPPER01.                                                00002200
                                                                        00002210
       FD DESVIO                                                        00002220
           RECORDING MODE IS F                                          00002230
           BLOCK CONTAINS 0 RECORDS.                                    00002240
           COPY CPDSV01.                                                00002250
                                                                        00002260
       WORKING-STORAGE                           SECTION.               00002270
       01 WRK-REGISTRO.                                                 00002280
          05 WRK-NUM-NOTA   PIC 9(005)        VALUE ZEROS.              00002290
          05 WRK-VALOR-PAGO PIC 9(009)V99     VALUE ZEROS.              00002300
          05 WRK-PARCELA    PIC X(002)        VALUE SPACES.             00002310
          05 WRK-PARCELA-NUM REDEFINES WRK-PARCELA                      00002320
                            PIC 9(002).                                 00002330
          05 WRK-CLI-CREDITO PIC X(005)       VALUE SPACES.             00002340
          05 WRK-CLI-CREDITO-NUM REDEFINES WRK-CLI-CREDITO              00002350
                            PIC 9(005).                                 00002360
                                                                        00002370
       77 WRK-FS-CONTASREC         PIC X(02) VALUE SPACES.              00002380
       77 WRK-FS-CLIENTE            PIC X(02) VALUE SPACES.             00002390
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002400
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002410
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002420
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002430
       77 WRK-FS-PERDAS            PIC X(02) VALUE SPACES.              00002440
       77 WRK-FS-CREDITO           PIC X(02) VALUE SPACES.              00002450
       77 WRK-FS-RECEBIDOS         PIC X(02) VALUE SPACES.              00002460
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002470
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002480
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002490
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002500
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002510
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002520
       77 WRK-SALDO-DEVEDOR        PIC 9(09)V99 COMP-3 VALUE ZERO.      00002530
       77 WRK-VALOR-PRINCIPAL      PIC 9(09)V99 COMP-3 VALUE ZERO.      00002540
       77 WRK-VALOR-SOBRA          PIC 9(09)V99 COMP-3 VALUE ZERO.      00002550
       77 WRK-LIMITE-RECEBIMENTO   PIC 9(09)V99 COMP-3 VALUE ZERO.      00002560
       77 WRK-MULTA-RECEBIDA       PIC 9(09)V99 COMP-3 VALUE ZERO.      00002570
       77 WRK-JUROS-RECEBIDOS      PIC 9(09)V99 COMP-3 VALUE ZERO.      00002580
       77 WRK-ENCARGO-ABERTO       PIC 9(09)V99 COMP-3 VALUE ZERO.      00002590
       77 WRK-ENC-NUM-NOTA         PIC 9(05) VALUE ZERO.                00002600
       77 WRK-ENC-PARCELA          PIC 9(02) VALUE ZERO.                00002610
       77 WRK-ENC-CLI-ID           PIC 9(05) VALUE ZERO.                00002620
       77 WRK-ENC-QTD-PARCELAS     PIC 9(02) VALUE ZERO.                00002630
       77 WRK-CONT-ENCARGOS        PIC 9(07) COMP VALUE ZERO.           00002640
       77 WRK-CONT-RECUPERACOES    PIC 9(07) COMP VALUE ZERO.           00002650
       77 WRK-CONT-CREDITOS        PIC 9(07) COMP VALUE ZERO.           00002660
       77 WRK-VALOR-CREDITO        PIC 9(09)V99 COMP-3 VALUE ZERO.      00002670
       77 WRK-CRD-CLI-ID           PIC 9(05) VALUE ZERO.                00002680
       77 WRK-CRD-ORIGEM           PIC X(01) VALUE SPACES.              00002690
       01 WRK-SW-DESTINO.                                               00002700
          05 WRK-SW-DESTINO-IND      PIC X(01) VALUE 'T'.               00002710
             88 WRK-APLICA-TITULO          VALUE 'T'.                   00002720
             88 WRK-APLICA-CREDITO         VALUE 'C'.                   00002730
       01 WRK-SW-VALIDO.                                                00002740
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002750
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002760
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002770
      *---------------------------------------------------              00002780
      *    ENVELOPE DO DECK DE SYSIN - CARTAO DE HEADER ('H' +          00002790
      *    NUMERO DO LOTE + ORIGEM + DATA) E DE TRAILER ('T' +          00002800
      *    QUANTIDADE DE CARTOES DE DETALHE), CONFERIDO INTEIRO         00002810
      *    ANTES DE QUALQUER CARTAO SER APLICADO, NOS MOLDES DA         00002820
      *    FR05CB05                                                     00002830
      *---------------------------------------------------              00002840
       01 WRK-CARTAO-ENVELOPE.                                          00002850
          05 WRK-ENV-TIPO          PIC X(01).                           00002860
             88 WRK-ENV-HEADER            VALUE 'H'.                    00002870
             88 WRK-ENV-TRAILER           VALUE 'T'.                    00002880
          05 WRK-ENV-DADOS         PIC X(22).                           00002890
       01 WRK-ENV-HEADER-VIS REDEFINES WRK-CARTAO-ENVELOPE.             00002900
          05 FILLER                PIC X(01).                           00002910
          05 WRK-ENV-NUM-LOTE      PIC 9(06).                           00002920
          05 WRK-ENV-ORIGEM        PIC X(08).                           00002930
          05 WRK-ENV-DATA          PIC 9(08).                           00002940
       01 WRK-ENV-TRAILER-VIS REDEFINES WRK-CARTAO-ENVELOPE.            00002950
          05 FILLER                PIC X(01).                           00002960
          05 WRK-ENV-QTD-INFORMADA PIC 9(06).                           00002970
          05 FILLER                PIC X(16).                           00002980
       77 WRK-ENV-QTD-DETALHES PIC 9(06) VALUE ZERO.                    00002990
       77 WRK-ENV-QTD-TRAILER  PIC 9(06) VALUE ZERO.                    00003000
       77 WRK-ENV-LOTE-ATUAL   PIC 9(06) VALUE ZERO.                    00003010
       01 WRK-SW-ENVELOPE.                                              00003020
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00003030
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00003040
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00003050
       COPY CPPER02.                                                    00003060
       COPY CPAUD02.                                                    00003070
       COPY CPCAB01.                                                    00003080
       COPY CPCKP01.                                                    00003090
       COPY CPERR01.                                                    00003100
       COPY CPDTA01.                                                    00003110
       COPY CPSTT01.                                                    00003120
       COPY CPENC02.                                                    00003130
      *---------------------------------------------------              00003140
       LINKAGE                                    SECTION.              00003150
      *---------------------------------------------------              00003160
       01 WRK-PARM-RESTART.                                             00003170
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003180
          05 WRK-PARM-DADOS           PIC X(66).                        00003190
      *=========================================*                       00003200
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003210
      *=========================================*                       00003220
                                                                        00003230
      *---------------------------------------------------              00003240
       0000-PRINCIPAL                     SECTION.                      00003250
      *---------------------------------------------------              00003260
             PERFORM 0100-INICIAR.                                      00003270
             PERFORM 0200-PROCESSAR                                     00003280
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003290
             PERFORM 0300-FINALIZAR.                                    00003300
      *---------------------------------------------------              00003310
       0000-99-FIM.            EXIT.                                    00003320
      *---------------------------------------------------              00003330
                                                                        00003340
       0100-INICIAR                       SECTION.                      00003350
             MOVE 'FR05CB52' TO WRK-CAB-PROGRAMA.                       00003360
             PERFORM 0101-CABECALHO-PADRAO.                             00003370
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003380
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003390
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003400
             PERFORM 0970-CONFERIR-PERIODO.                             00003410
             PERFORM 0102-INTERPRETAR-PARM.                             00003420
             OPEN I-O CONTASREC.                                        00003430
             OPEN I-O CLIENTE-MASTER.                                   00003440
             OPEN INPUT ENTRADA-SYSIN.                                  00003450
             PERFORM 0111-CONFERIR-ENVELOPE.                            00003460
             PERFORM 0105-ABRIR-AUDITORIA.                              00003470
             PERFORM 0109-ABRIR-PERDAS.                                 00003480
             PERFORM 0112-ABRIR-CREDITO.                                00003490
             PERFORM 0114-ABRIR-RECEBIMENTOS.                           00003500
             PERFORM 0973-ABRIR-DESVIO.                                 00003510
             PERFORM 0103-ABRIR-CHECKPOINT.                             00003520
             PERFORM 0104-POSICIONAR-RESTART.                           00003530
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003540
                 OPEN EXTEND REJEITO-INTAKE                             00003550
                 OPEN EXTEND CONTROLE                                   00003560
             ELSE                                                       00003570
                 OPEN OUTPUT REJEITO-INTAKE                             00003580
                 OPEN OUTPUT CONTROLE                                   00003590
             END-IF.                                                    00003600
             PERFORM 0110-TESTAR-STATUS.                                00003610
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003620
      *---------------------------------------------------              00003630
       0100-99-FIM.            EXIT.                                    00003640
      *---------------------------------------------------              00003650
           COPY CPCAB02.                                                00003660
       COPY CPCKP02.                                                    00003670
           COPY CPERR02.                                                00003680
           COPY CPDTA02.                                                00003690
           COPY CPSTT02.                                                00003700
           COPY CPAUD03.                                                00003710
           COPY CPPER03.                                                00003720
      *---------------------------------------------------              00003730
       0105-ABRIR-AUDITORIA               SECTION.                      00003740
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003750
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003760
      *---------------------------------------------------              00003770
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003780
             OPEN EXTEND AUDITORIA.                                     00003790
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003800
                 OPEN OUTPUT AUDITORIA                                  00003810
                 CLOSE AUDITORIA                                        00003820
                 OPEN EXTEND AUDITORIA                                  00003830
             END-IF.                                                    00003840
      *---------------------------------------------------              00003850
       0109-ABRIR-PERDAS                  SECTION.                      00003860
      *    ABRE O ARQUIVO DE EVENTOS DE PERDA (CPBXP01) EM EXTEND       00003870
      *    PARA A RECUPERACAO DE TITULO BAIXADO, CRIANDO-O NA           00003880
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003890
      *---------------------------------------------------              00003900
             OPEN EXTEND PERDAS.                                        00003910
             IF WRK-FS-PERDAS EQUAL '35'                                00003920
                 OPEN OUTPUT PERDAS                                     00003930
                 CLOSE PERDAS                                           00003940
                 OPEN EXTEND PERDAS                                     00003950
             END-IF.                                                    00003960
      *---------------------------------------------------              00003970
       0112-ABRIR-CREDITO                 SECTION.                      00003980
      *    ABRE O MASTER DE CREDITOS EM CONTA DO CLIENTE (CPCRD01)      00003990
      *    EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO        00004000
      *    EXISTA (FILE STATUS 35)                                      00004010
      *---------------------------------------------------              00004020
             OPEN I-O CREDITO-CLIENTE.                                  00004030
             IF WRK-FS-CREDITO EQUAL '35'                               00004040
                 OPEN OUTPUT CREDITO-CLIENTE                            00004050
                 CLOSE CREDITO-CLIENTE                                  00004060
                 OPEN I-O CREDITO-CLIENTE                               00004070
             END-IF.                                                    00004080
      *---------------------------------------------------              00004090
       0114-ABRIR-RECEBIMENTOS            SECTION.                      00004100
      *    ABRE O ARQUIVO DE RECEBIMENTOS LANCADOS (CPRCB01) EM         00004110
      *    EXTEND PARA A CONCILIACAO BANCARIA, CRIANDO-O NA             00004120
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004130
      *---------------------------------------------------              00004140
             OPEN EXTEND RECEBIMENTOS.                                  00004150
             IF WRK-FS-RECEBIDOS EQUAL '35'                             00004160
                 OPEN OUTPUT RECEBIMENTOS                               00004170
                 CLOSE RECEBIMENTOS                                     00004180
                 OPEN EXTEND RECEBIMENTOS                               00004190
             END-IF.                                                    00004200
      *---------------------------------------------------              00004210
       0111-CONFERIR-ENVELOPE             SECTION.                      00004220
      *    PASSA PELO DECK INTEIRO CONFERINDO O ENVELOPE ANTES DE       00004230
      *    QUALQUER CARTAO SER APLICADO: O PRIMEIRO CARTAO DEVE         00004240
      *    SER O HEADER, O ULTIMO O TRAILER, E A QUANTIDADE DE          00004250
      *    DETALHES DEVE BATER COM A INFORMADA. DEPOIS O DECK E         00004260
      *    REABERTO E O HEADER E CONSUMIDO PARA O PROCESSAMENTO         00004270
      *---------------------------------------------------              00004280
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004290
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004300
                OR NOT WRK-ENV-HEADER                                   00004310
                 MOVE ' ERRO DECK SEM CARTAO DE HEADER DE LOTE '        00004320
                     TO WRK-MSG                                         00004330
                 MOVE 12 TO RETURN-CODE                                 00004340
                 PERFORM 9000-TRATA-ERROS                               00004350
             END-IF.                                                    00004360
             MOVE WRK-ENV-NUM-LOTE TO WRK-ENV-LOTE-ATUAL.               00004370
             PERFORM 0113-CONTAR-UM-CARTAO                              00004380
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004390
             IF WRK-ENV-SEM-TRAILER                                     00004400
                 MOVE ' ERRO DECK SEM CARTAO DE TRAILER DE LOTE '       00004410
                     TO WRK-MSG                                         00004420
                 MOVE 12 TO RETURN-CODE                                 00004430
                 PERFORM 9000-TRATA-ERROS                               00004440
             END-IF.                                                    00004450
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00004460
                 DISPLAY ' LOTE ' WRK-ENV-LOTE-ATUAL                    00004470
                         ' CONTADOS: ' WRK-ENV-QTD-DETALHES             00004480
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00004490
                 MOVE ' ERRO CONTAGEM DO LOTE NAO CONFERE '             00004500
                     TO WRK-MSG                                         00004510
                 MOVE 12 TO RETURN-CODE                                 00004520
                 PERFORM 9000-TRATA-ERROS                               00004530
             END-IF.                                                    00004540
             CLOSE ENTRADA-SYSIN.                                       00004550
             OPEN INPUT ENTRADA-SYSIN.                                  00004560
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004570
      *---------------------------------------------------              00004580
       0113-CONTAR-UM-CARTAO              SECTION.                      00004590
      *    CONTA OS CARTOES DE DETALHE E GUARDA A QUANTIDADE            00004600
      *    INFORMADA NO TRAILER - CARTAO DEPOIS DO TRAILER E            00004610
      *    DECK TRUNCADO/REMONTADO E TAMBEM REJEITA O LOTE              00004620
      *---------------------------------------------------              00004630
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00004640
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004650
                 IF WRK-ENV-TRAILER                                     00004660
                     SET WRK-ENV-TRAILER-VISTO TO TRUE                  00004670
                     MOVE WRK-ENV-QTD-INFORMADA                         00004680
                         TO WRK-ENV-QTD-TRAILER                         00004690
                 ELSE                                                   00004700
                     IF WRK-ENV-TRAILER-VISTO                           00004710
                         MOVE ' ERRO CARTAO DEPOIS DO TRAILER '         00004720
                             TO WRK-MSG                                 00004730
                         MOVE 12 TO RETURN-CODE                         00004740
                         PERFORM 9000-TRATA-ERROS                       00004750
                     END-IF                                             00004760
                     ADD 1 TO WRK-ENV-QTD-DETALHES                      00004770
                 END-IF                                                 00004780
             END-IF.                                                    00004790
      *---------------------------------------------------              00004800
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00004810
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00004820
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00004830
      *---------------------------------------------------              00004840
             PERFORM 0108-PULAR-UM-CARTAO                               00004850
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00004860
                    OR WRK-FS-SYSIN EQUAL '10'.                         00004870
      *---------------------------------------------------              00004880
       0108-PULAR-UM-CARTAO               SECTION.                      00004890
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004900
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004910
                 ADD 1 TO WRK-CONT-LIDOS                                00004920
             END-IF.                                                    00004930
      *---------------------------------------------------              00004940
       0110-TESTAR-STATUS                 SECTION.                      00004950
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00004960
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00004970
                 PERFORM 9000-TRATA-ERROS                               00004980
             END-IF.                                                    00004990
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005000
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005010
                 PERFORM 9000-TRATA-ERROS                               00005020
             END-IF.                                                    00005030
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005040
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005050
                 PERFORM 9000-TRATA-ERROS                               00005060
             END-IF.                                                    00005070
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005080
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005090
                 PERFORM 9000-TRATA-ERROS                               00005100
             END-IF.                                                    00005110
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005120
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005130
                 PERFORM 9000-TRATA-ERROS                               00005140
             END-IF.                                                    00005150
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005160
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005170
                 PERFORM 9000-TRATA-ERROS                               00005180
             END-IF.                                                    00005190
             IF WRK-FS-PERDAS NOT EQUAL ZEROS                           00005200
                 MOVE ' ERRO OPEN PERDAS ' TO WRK-MSG                   00005210
                 PERFORM 9000-TRATA-ERROS                               00005220
             END-IF.                                                    00005230
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00005240
                 MOVE ' ERRO OPEN CREDITO DO CLIENTE ' TO WRK-MSG       00005250
                 PERFORM 9000-TRATA-ERROS                               00005260
             END-IF.                                                    00005270
             IF WRK-FS-RECEBIDOS NOT EQUAL ZEROS                        00005280
                 MOVE ' ERRO OPEN RECEBIMENTOS ' TO WRK-MSG             00005290
                 PERFORM 9000-TRATA-ERROS                               00005300
             END-IF.                                                    00005310
      *---------------------------------------------------              00005320
       0200-PROCESSAR                     SECTION.                      00005330
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005340
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005350
                AND WRK-REGISTRO (1:1) EQUAL 'T'                        00005360
                 MOVE '10' TO WRK-FS-SYSIN                              00005370
             END-IF.                                                    00005380
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005390
                 ADD 1 TO WRK-CONT-LIDOS                                00005400
                 PERFORM 0210-VALIDAR-REGISTRO                          00005410
                 IF WRK-REGISTRO-VALIDO                                 00005420
                    AND WRK-APLICA-TITULO                               00005430
                     IF REC-SIT-BAIXADO                                 00005440
                         PERFORM 0217-APLICAR-RECUPERACAO               00005450
                     ELSE                                               00005460
                         PERFORM 0212-APLICAR-RECEBIMENTO               00005470
                     END-IF                                             00005480
                 END-IF                                                 00005490
                 IF WRK-REGISTRO-VALIDO                                 00005500
                    AND WRK-VALOR-CREDITO > ZEROS                       00005510
                     PERFORM 0219-LANCAR-CREDITO                        00005520
                 END-IF                                                 00005530
                 IF WRK-REGISTRO-VALIDO                                 00005540
                     ADD 1 TO WRK-CONT-ACEITOS                          00005550
                     PERFORM 0224-GRAVAR-RECEBIMENTO                    00005560
                     IF WRK-PERIODO-DESVIADO                            00005570
                         PERFORM 0225-GRAVAR-DESVIO                     00005580
                     END-IF                                             00005590
                     SET AUD-ACEITO TO TRUE                             00005600
                 ELSE                                                   00005610
                     ADD 1 TO WRK-CONT-REJEITADOS                       00005620
                     PERFORM 0220-GRAVA-REJEITO                         00005630
                     SET AUD-REJEITADO TO TRUE                          00005640
                 END-IF                                                 00005650
                 PERFORM 0900-GRAVAR-AUDITORIA                          00005660
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005670
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005680
             END-IF.                                                    00005690
      *---------------------------------------------------              00005700
       0210-VALIDAR-REGISTRO              SECTION.                      00005710
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00005720
             SET WRK-APLICA-TITULO   TO TRUE.                           00005730
             MOVE ZEROS TO WRK-VALOR-CREDITO.                           00005740
             IF WRK-NUM-NOTA NOT NUMERIC                                00005750
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005760
                 MOVE 01 TO REJ8-CODIGO-MOTIVO                          00005770
                 MOVE 'NUMERO DA NOTA NAO NUMERICO' TO                  00005780
                     REJ8-DESCRICAO-MOTIVO                              00005790
             ELSE IF WRK-VALOR-PAGO NOT NUMERIC OR                      00005800
                WRK-VALOR-PAGO EQUAL ZEROS                              00005810
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005820
                 MOVE 04 TO REJ8-CODIGO-MOTIVO                          00005830
                 MOVE 'VALOR RECEBIDO INVALIDO' TO                      00005840
                     REJ8-DESCRICAO-MOTIVO                              00005850
             ELSE IF WRK-PARCELA EQUAL SPACES                           00005860
                 MOVE 01 TO WRK-PARCELA-NUM                             00005870
             ELSE IF WRK-PARCELA-NUM NOT NUMERIC OR                     00005880
                WRK-PARCELA-NUM EQUAL ZEROS                             00005890
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005900
                 MOVE 01 TO REJ8-CODIGO-MOTIVO                          00005910
                 MOVE 'PARCELA DO TITULO NAO NUMERICA' TO               00005920
                     REJ8-DESCRICAO-MOTIVO                              00005930
             END-IF END-IF END-IF END-IF.                               00005940
             IF WRK-REGISTRO-VALIDO                                     00005950
                AND WRK-PERIODO-BLOQUEADO                               00005960
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005970
                 MOVE 07 TO REJ8-CODIGO-MOTIVO                          00005980
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00005990
                     REJ8-DESCRICAO-MOTIVO                              00006000
             END-IF.                                                    00006010
             IF WRK-REGISTRO-VALIDO                                     00006020
                 PERFORM 0214-VALIDAR-TITULO                            00006030
             END-IF.                                                    00006040
      *---------------------------------------------------              00006050
       0214-VALIDAR-TITULO                SECTION.                      00006060
      *    LE O TITULO NO CONTAS A RECEBER E CONFERE A SITUACAO         00006070
      *    E O SALDO DEVEDOR. O QUE PASSA DO SALDO MAIS OS              00006080
      *    ENCARGOS POR ATRASO VAI PARA O CREDITO EM CONTA DO           00006090
      *    CLIENTE (ORIGEM S); TITULO JA PAGO VAI INTEIRO PARA O        00006100
      *    CREDITO (ORIGEM N). TITULO BAIXADO COMO PERDA ACEITA         00006110
      *    ATE O SALDO BAIXADO, SEM ENCARGOS (RECUPERACAO)              00006120
      *---------------------------------------------------              00006130
             MOVE WRK-NUM-NOTA    TO REC-NUM-NOTA.                      00006140
             MOVE WRK-PARCELA-NUM TO REC-PARCELA.                       00006150
             READ CONTASREC                                             00006160
                 INVALID KEY                                            00006170
                     PERFORM 0211-CREDITAR-SEM-TITULO                   00006180
                 NOT INVALID KEY                                        00006190
                     MOVE REC-CLI-ID TO WRK-CRD-CLI-ID                  00006200
                     IF REC-SIT-PAGO                                    00006210
                         SET WRK-APLICA-CREDITO TO TRUE                 00006220
                         SET CRD-ORG-NAO-APLICADO TO TRUE               00006230
                         MOVE CRD-ORIGEM     TO WRK-CRD-ORIGEM          00006240
                         MOVE WRK-VALOR-PAGO TO WRK-VALOR-CREDITO       00006250
                     ELSE IF REC-SIT-BAIXADO                            00006260
                         COMPUTE WRK-SALDO-DEVEDOR =                    00006270
                             REC-VALOR - REC-VALOR-PAGO                 00006280
                         MOVE WRK-VALOR-PAGO TO WRK-VALOR-PRINCIPAL     00006290
                         IF WRK-VALOR-PAGO > WRK-SALDO-DEVEDOR          00006300
                             MOVE WRK-SALDO-DEVEDOR                     00006310
                                 TO WRK-VALOR-PRINCIPAL                 00006320
                             COMPUTE WRK-VALOR-CREDITO =                00006330
                                 WRK-VALOR-PAGO - WRK-SALDO-DEVEDOR     00006340
                             SET CRD-ORG-SOBRA TO TRUE                  00006350
                             MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM          00006360
                         END-IF                                         00006370
                     ELSE                                               00006380
                         COMPUTE WRK-SALDO-DEVEDOR =                    00006390
                             REC-VALOR - REC-VALOR-PAGO                 00006400
                         PERFORM 0215-APURAR-ENCARGOS                   00006410
                         COMPUTE WRK-LIMITE-RECEBIMENTO =               00006420
                             WRK-SALDO-DEVEDOR + ENC-CHK-VALOR-MULTA    00006430
                                               + ENC-CHK-VALOR-JUROS    00006440
                         IF WRK-VALOR-PAGO > WRK-LIMITE-RECEBIMENTO     00006450
                             COMPUTE WRK-VALOR-CREDITO =                00006460
                                 WRK-VALOR-PAGO                         00006470
                               - WRK-LIMITE-RECEBIMENTO                 00006480
                             SET CRD-ORG-SOBRA TO TRUE                  00006490
                             MOVE CRD-ORIGEM TO WRK-CRD-ORIGEM          00006500
                         END-IF                                         00006510
                     END-IF END-IF                                      00006520
             END-READ.                                                  00006530
      *---------------------------------------------------              00006540
       0211-CREDITAR-SEM-TITULO           SECTION.                      00006550
      *    TITULO INEXISTENTE - COM O CLIENTE INFORMADO NO CARTAO       00006560
      *    (POSICOES 19-23) O VALOR INTEIRO VAI PARA O CREDITO EM       00006570
      *    CONTA DELE (ORIGEM N), INCLUSIVE NOTA 00000 PARA             00006580
      *    RECEBIMENTO POR CONTA; SEM CLIENTE O CARTAO E                00006590
      *    REJEITADO PARA O FINANCEIRO IDENTIFICAR O PAGADOR            00006600
      *---------------------------------------------------              00006610
             IF WRK-CLI-CREDITO EQUAL SPACES                            00006620
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006630
                 MOVE 02 TO REJ8-CODIGO-MOTIVO                          00006640
                 MOVE 'TITULO INEXISTENTE' TO                           00006650
                     REJ8-DESCRICAO-MOTIVO                              00006660
                 GO TO 0211-99-FIM                                      00006670
             END-IF.                                                    00006680
             IF WRK-CLI-CREDITO-NUM NOT NUMERIC                         00006690
                OR WRK-CLI-CREDITO-NUM EQUAL ZEROS                      00006700
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006710
                 MOVE 01 TO REJ8-CODIGO-MOTIVO                          00006720
                 MOVE 'CLIENTE DO CREDITO NAO NUMERICO' TO              00006730
                     REJ8-DESCRICAO-MOTIVO                              00006740
                 GO TO 0211-99-FIM                                      00006750
             END-IF.                                                    00006760
             MOVE WRK-CLI-CREDITO-NUM TO CLI-ID.                        00006770
             READ CLIENTE-MASTER                                        00006780
                 INVALID KEY                                            00006790
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006800
                     MOVE 06 TO REJ8-CODIGO-MOTIVO                      00006810
                     MOVE 'CLIENTE DO CREDITO INEXISTENTE' TO           00006820
                         REJ8-DESCRICAO-MOTIVO                          00006830
                 NOT INVALID KEY                                        00006840
                     SET WRK-APLICA-CREDITO   TO TRUE                   00006850
                     MOVE CLI-ID              TO WRK-CRD-CLI-ID         00006860
                     SET CRD-ORG-NAO-APLICADO TO TRUE                   00006870
                     MOVE CRD-ORIGEM          TO WRK-CRD-ORIGEM         00006880
                     MOVE WRK-VALOR-PAGO      TO WRK-VALOR-CREDITO      00006890
             END-READ.                                                  00006900
       0211-99-FIM.            EXIT.                                    00006910
      *---------------------------------------------------              00006920
       0215-APURAR-ENCARGOS               SECTION.                      00006930
      *    SEPARA O PRINCIPAL DO RECEBIMENTO (LIMITADO AO SALDO         00006940
      *    DEVEDOR) E APURA A MULTA E OS JUROS SOBRE ELE NA DATA        00006950
      *    DE NEGOCIO. TITULO DE ENCARGOS NAO GERA NOVO ENCARGO         00006960
      *---------------------------------------------------              00006970
             IF WRK-VALOR-PAGO > WRK-SALDO-DEVEDOR                      00006980
                 MOVE WRK-SALDO-DEVEDOR TO WRK-VALOR-PRINCIPAL          00006990
             ELSE                                                       00007000
                 MOVE WRK-VALOR-PAGO    TO WRK-VALOR-PRINCIPAL          00007010
             END-IF.                                                    00007020
             MOVE ZEROS TO ENC-CHK-VALOR-MULTA.                         00007030
             MOVE ZEROS TO ENC-CHK-VALOR-JUROS.                         00007040
             IF REC-TITULO-ENCARGO                                      00007050
                 GO TO 0215-99-FIM                                      00007060
             END-IF.                                                    00007070
             MOVE REC-DATA-VENCIMENTO TO ENC-CHK-DATA-VENCIMENTO.       00007080
             MOVE WRK-DATA-NEGOCIO    TO ENC-CHK-DATA-PAGAMENTO.        00007090
             MOVE WRK-VALOR-PRINCIPAL TO ENC-CHK-VALOR-BASE.            00007100
             CALL 'FR06CB02' USING CPENC02-AREA.                        00007110
             IF ENC-CHK-ERRO-ARQ                                        00007120
                 DISPLAY ' AVISO: ERRO NA TABELA DE ENCARGOS - NOTA '   00007130
                         REC-NUM-NOTA '/' REC-PARCELA ' SEM ENCARGOS'   00007140
             END-IF.                                                    00007150
       0215-99-FIM.            EXIT.                                    00007160
      *---------------------------------------------------              00007170
       0212-APLICAR-RECEBIMENTO           SECTION.                      00007180
      *    ACUMULA O PRINCIPAL RECEBIDO NO TITULO E O MARCA PAGO        00007190
      *    QUANDO O VALOR DA NOTA E COBERTO, COM A DATA DE              00007200
      *    NEGOCIO COMO DATA DE PAGAMENTO. O QUE SOBRA DO               00007210
      *    RECEBIMENTO QUITA A MULTA E DEPOIS OS JUROS; O ENCARGO       00007220
      *    NAO COBERTO VAI PARA O TITULO DE ENCARGOS DA PARCELA         00007230
      *---------------------------------------------------              00007240
             MOVE REC-NUM-NOTA     TO WRK-ENC-NUM-NOTA.                 00007250
             MOVE REC-PARCELA      TO WRK-ENC-PARCELA.                  00007260
             MOVE REC-CLI-ID       TO WRK-ENC-CLI-ID.                   00007270
             MOVE REC-QTD-PARCELAS TO WRK-ENC-QTD-PARCELAS.             00007280
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-PAGO.                 00007290
             PERFORM 0213-DISTRIBUIR-ENCARGOS.                          00007300
             IF REC-VALOR-PAGO >= REC-VALOR                             00007310
                 SET REC-SIT-PAGO TO TRUE                               00007320
                 MOVE WRK-DATA-LANCAMENTO TO REC-DATA-PAGAMENTO         00007330
             END-IF.                                                    00007340
             REWRITE CPREC01-REGISTRO.                                  00007350
             PERFORM 0216-BAIXAR-EXPOSICAO.                             00007360
             DISPLAY ' RECEBIMENTO APLICADO NOTA: ' REC-NUM-NOTA        00007370
                     '/' REC-PARCELA ' SITUACAO: ' REC-SITUACAO.        00007380
             DISPLAY '   PRINCIPAL: ' WRK-VALOR-PRINCIPAL               00007390
                     ' MULTA: ' WRK-MULTA-RECEBIDA                      00007400
                     ' JUROS: ' WRK-JUROS-RECEBIDOS.                    00007410
             IF WRK-ENCARGO-ABERTO > ZEROS                              00007420
                 PERFORM 0218-ABRIR-TITULO-ENCARGO                      00007430
             END-IF.                                                    00007440
      *---------------------------------------------------              00007450
       0213-DISTRIBUIR-ENCARGOS           SECTION.                      00007460
      *    A SOBRA DO RECEBIMENTO SOBRE O PRINCIPAL QUITA A MULTA       00007470
      *    E DEPOIS OS JUROS; O QUE FALTAR FICA EM ABERTO. TITULO       00007480
      *    LEGADO SEM OS CAMPOS DE ENCARGO E ZERADO                     00007490
      *---------------------------------------------------              00007500
             IF REC-MULTA-PAGA NOT NUMERIC                              00007510
                 MOVE ZEROS TO REC-MULTA-PAGA                           00007520
             END-IF.                                                    00007530
             IF REC-JUROS-PAGOS NOT NUMERIC                             00007540
                 MOVE ZEROS TO REC-JUROS-PAGOS                          00007550
             END-IF.                                                    00007560
             COMPUTE WRK-VALOR-SOBRA = WRK-VALOR-PAGO                   00007570
                                     - WRK-VALOR-PRINCIPAL.             00007580
             IF WRK-VALOR-SOBRA > ENC-CHK-VALOR-MULTA                   00007590
                 MOVE ENC-CHK-VALOR-MULTA TO WRK-MULTA-RECEBIDA         00007600
             ELSE                                                       00007610
                 MOVE WRK-VALOR-SOBRA     TO WRK-MULTA-RECEBIDA         00007620
             END-IF.                                                    00007630
             SUBTRACT WRK-MULTA-RECEBIDA FROM WRK-VALOR-SOBRA.          00007640
             IF WRK-VALOR-SOBRA > ENC-CHK-VALOR-JUROS                   00007650
                 MOVE ENC-CHK-VALOR-JUROS TO WRK-JUROS-RECEBIDOS        00007660
             ELSE                                                       00007670
                 MOVE WRK-VALOR-SOBRA     TO WRK-JUROS-RECEBIDOS        00007680
             END-IF.                                                    00007690
             ADD WRK-MULTA-RECEBIDA  TO REC-MULTA-PAGA.                 00007700
             ADD WRK-JUROS-RECEBIDOS TO REC-JUROS-PAGOS.                00007710
             COMPUTE WRK-ENCARGO-ABERTO =                               00007720
                 ENC-CHK-VALOR-MULTA + ENC-CHK-VALOR-JUROS              00007730
               - WRK-MULTA-RECEBIDA  - WRK-JUROS-RECEBIDOS.             00007740
      *---------------------------------------------------              00007750
       0217-APLICAR-RECUPERACAO           SECTION.                      00007760
      *    RECEBIMENTO DE TITULO BAIXADO COMO PERDA (FR06CB04) -        00007770
      *    ACUMULA EM REC-VALOR-PAGO E EM REC-VALOR-RECUPERADO,         00007780
      *    MARCA PAGO QUANDO O SALDO BAIXADO E COBERTO E GRAVA O        00007790
      *    EVENTO RP PARA O DIARIO CONTABIL (FR05CB83). O SALDO         00007800
      *    EM ABERTO DO CLIENTE JA FOI BAIXADO NA PERDA E NAO E         00007810
      *    MEXIDO                                                       00007820
      *---------------------------------------------------              00007830
             IF REC-VALOR-RECUPERADO NOT NUMERIC                        00007840
                 MOVE ZEROS TO REC-VALOR-RECUPERADO                     00007850
             END-IF.                                                    00007860
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-PAGO.                 00007870
             ADD WRK-VALOR-PRINCIPAL TO REC-VALOR-RECUPERADO.           00007880
             IF REC-VALOR-PAGO >= REC-VALOR                             00007890
                 SET REC-SIT-PAGO TO TRUE                               00007900
                 MOVE WRK-DATA-LANCAMENTO TO REC-DATA-PAGAMENTO         00007910
             END-IF.                                                    00007920
             REWRITE CPREC01-REGISTRO.                                  00007930
             MOVE SPACES              TO CPBXP01-REGISTRO.              00007940
             SET BXP-EVT-RECUPERACAO  TO TRUE.                          00007950
             MOVE WRK-DATA-LANCAMENTO TO BXP-DATA.                      00007960
             MOVE REC-NUM-NOTA        TO BXP-NUM-NOTA.                  00007970
             MOVE REC-PARCELA         TO BXP-PARCELA.                   00007980
             MOVE REC-CLI-ID          TO BXP-CLI-ID.                    00007990
             MOVE WRK-VALOR-PRINCIPAL TO BXP-VALOR.                     00008000
             MOVE 'FR05CB52'          TO BXP-PROGRAMA.                  00008010
             MOVE WRK-CAB-OPERADOR    TO BXP-OPERADOR.                  00008020
             WRITE CPBXP01-REGISTRO.                                    00008030
             ADD 1 TO WRK-CONT-RECUPERACOES.                            00008040
             DISPLAY ' RECUPERACAO DE PERDA NOTA: ' REC-NUM-NOTA        00008050
                     '/' REC-PARCELA ' SITUACAO: ' REC-SITUACAO.        00008060
             DISPLAY '   RECUPERADO: ' WRK-VALOR-PRINCIPAL.             00008070
      *---------------------------------------------------              00008080
       0219-LANCAR-CREDITO                SECTION.                      00008090
      *    GRAVA O CREDITO EM CONTA DO CLIENTE (CPCRD01) COM A          00008100
      *    DATA DE NEGOCIO E A PROXIMA SEQUENCIA LIVRE DO DIA -         00008110
      *    O SALDO E APLICADO NOS TITULOS EM ABERTO DO CLIENTE          00008120
      *    PELA APLICACAO NOTURNA (FR06CB05)                            00008130
      *---------------------------------------------------              00008140
             MOVE SPACES              TO CPCRD01-REGISTRO.              00008150
             MOVE WRK-CRD-CLI-ID      TO CRD-CLI-ID.                    00008160
             MOVE WRK-DATA-LANCAMENTO TO CRD-DATA.                      00008170
             MOVE ZEROS               TO CRD-SEQUENCIA.                 00008180
             MOVE WRK-CRD-ORIGEM      TO CRD-ORIGEM.                    00008190
             STRING 'REC ' WRK-NUM-NOTA '/' WRK-PARCELA                 00008200
                 DELIMITED BY SIZE INTO CRD-DOCUMENTO.                  00008210
             MOVE WRK-VALOR-CREDITO   TO CRD-VALOR.                     00008220
             MOVE WRK-VALOR-CREDITO   TO CRD-SALDO.                     00008230
             SET CRD-SIT-ABERTO       TO TRUE.                          00008240
             MOVE ZEROS               TO CRD-DATA-APLICACAO.            00008250
             MOVE 'FR05CB52'          TO CRD-PROGRAMA.                  00008260
             MOVE '22'                TO WRK-FS-CREDITO.                00008270
             PERFORM 0223-GRAVAR-UM-CREDITO                             00008280
                 UNTIL WRK-FS-CREDITO NOT EQUAL '22'.                   00008290
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00008300
                 MOVE ' ERRO GRAVACAO CREDITO DO CLIENTE ' TO WRK-MSG   00008310
                 PERFORM 9000-TRATA-ERROS                               00008320
             END-IF.                                                    00008330
             ADD 1 TO WRK-CONT-CREDITOS.                                00008340
             DISPLAY ' CREDITO EM CONTA CLIENTE: ' CRD-CLI-ID           00008350
                     ' ORIGEM: ' CRD-ORIGEM                             00008360
                     ' VALOR: ' WRK-VALOR-CREDITO.                      00008370
      *---------------------------------------------------              00008380
       0223-GRAVAR-UM-CREDITO             SECTION.                      00008390
      *    TENTA A PROXIMA SEQUENCIA DO CLIENTE NA DATA - CHAVE         00008400
      *    JA EXISTENTE (FILE STATUS 22) PASSA PARA A SEGUINTE          00008410
      *---------------------------------------------------              00008420
             ADD 1 TO CRD-SEQUENCIA.                                    00008430
             WRITE CPCRD01-REGISTRO                                     00008440
                 INVALID KEY                                            00008450
                     CONTINUE                                           00008460
             END-WRITE.                                                 00008470
      *---------------------------------------------------              00008480
       0218-ABRIR-TITULO-ENCARGO          SECTION.                      00008490
      *    ENCARGO NAO COBERTO PELO RECEBIMENTO - ABRE O TITULO DE      00008500
      *    ENCARGOS DA PARCELA (MESMA NOTA, PARCELA + 50) VENCENDO      00008510
      *    NA DATA DE NEGOCIO OU ACRESCE O JA EXISTENTE, QUE VOLTA      00008520
      *    A FICAR EM ABERTO E A SAIR NA PROXIMA REMESSA                00008530
      *---------------------------------------------------              00008540
             MOVE WRK-ENC-NUM-NOTA TO REC-NUM-NOTA.                     00008550
             COMPUTE REC-PARCELA = WRK-ENC-PARCELA + 50.                00008560
             READ CONTASREC                                             00008570
                 INVALID KEY                                            00008580
                     MOVE WRK-ENC-CLI-ID       TO REC-CLI-ID            00008590
                     MOVE WRK-ENCARGO-ABERTO   TO REC-VALOR             00008600
                     MOVE ZEROS                TO REC-VALOR-PAGO        00008610
                     MOVE WRK-DATA-LANCAMENTO  TO REC-DATA-EMISSAO      00008620
                     MOVE WRK-DATA-NEGOCIO     TO REC-DATA-VENCIMENTO   00008630
                     MOVE ZEROS                TO REC-DATA-PAGAMENTO    00008640
                     SET REC-SIT-ABERTO        TO TRUE                  00008650
                     SET REC-NAO-REMETIDO      TO TRUE                  00008660
                     MOVE WRK-ENC-QTD-PARCELAS TO REC-QTD-PARCELAS      00008670
                     SET REC-TITULO-ENCARGO    TO TRUE                  00008680
                     MOVE ZEROS                TO REC-MULTA-PAGA        00008690
                     MOVE ZEROS                TO REC-JUROS-PAGOS       00008700
                     MOVE ZEROS                TO REC-DATA-BAIXA        00008710
                     MOVE ZEROS                TO REC-VALOR-BAIXADO     00008720
                     MOVE ZEROS                TO REC-VALOR-RECUPERADO  00008730
                     WRITE CPREC01-REGISTRO                             00008740
                 NOT INVALID KEY                                        00008750
                     ADD WRK-ENCARGO-ABERTO    TO REC-VALOR             00008760
                     SET REC-SIT-ABERTO        TO TRUE                  00008770
                     MOVE ZEROS                TO REC-DATA-PAGAMENTO    00008780
                     SET REC-NAO-REMETIDO      TO TRUE                  00008790
                     REWRITE CPREC01-REGISTRO                           00008800
             END-READ.                                                  00008810
             ADD 1 TO WRK-CONT-ENCARGOS.                                00008820
             DISPLAY ' TITULO DE ENCARGOS NOTA: ' REC-NUM-NOTA          00008830
                     '/' REC-PARCELA ' EM ABERTO: ' WRK-ENCARGO-ABERTO. 00008840
      *---------------------------------------------------              00008850
       0216-BAIXAR-EXPOSICAO              SECTION.                      00008860
      *    BAIXA O PRINCIPAL RECEBIDO DO SALDO EM ABERTO DO             00008870
      *    CLIENTE - CONTRAPARTIDA DA CARGA FEITA PELO FATURAMENTO      00008880
      *    - E CARREGA O ENCARGO QUE FICOU EM ABERTO. SALDO EM          00008890
      *    BRANCO (REGISTRO LEGADO) OU MENOR QUE O RECEBIDO E           00008900
      *    ZERADO; CLIENTE REMOVIDO SAI COM AVISO NO SYSOUT             00008910
      *---------------------------------------------------              00008920
             MOVE REC-CLI-ID TO CLI-ID.                                 00008930
             READ CLIENTE-MASTER                                        00008940
                 INVALID KEY                                            00008950
                     DISPLAY ' AVISO: CLIENTE ' REC-CLI-ID              00008960
                             ' SEM CADASTRO - SALDO NAO BAIXADO'        00008970
                 NOT INVALID KEY                                        00008980
                     IF CLI-SALDO-ABERTO NOT NUMERIC                    00008990
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00009000
                     END-IF                                             00009010
                     IF WRK-VALOR-PRINCIPAL > CLI-SALDO-ABERTO          00009020
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00009030
                     ELSE                                               00009040
                         SUBTRACT WRK-VALOR-PRINCIPAL                   00009050
                             FROM CLI-SALDO-ABERTO                      00009060
                     END-IF                                             00009070
                     ADD WRK-ENCARGO-ABERTO TO CLI-SALDO-ABERTO         00009080
                     REWRITE CPCLIE01-REGISTRO                          00009090
             END-READ.                                                  00009100
      *---------------------------------------------------              00009110
       0224-GRAVAR-RECEBIMENTO            SECTION.                      00009120
      *    REGISTRA O CARTAO ACEITO NO ARQUIVO DE RECEBIMENTOS          00009130
      *    (CPRCB01) COM O VALOR INTEIRO RECEBIDO - TITULO,             00009140
      *    RECUPERACAO OU CREDITO EM CONTA - PARA A CONCILIACAO         00009150
      *    COM O EXTRATO BANCARIO (FR06CB06)                            00009160
      *---------------------------------------------------              00009170
             MOVE SPACES              TO CPRCB01-REGISTRO.              00009180
             MOVE WRK-DATA-LANCAMENTO TO RCB-DATA.                      00009190
             MOVE WRK-NUM-NOTA        TO RCB-NUM-NOTA.                  00009200
             MOVE WRK-PARCELA-NUM     TO RCB-PARCELA.                   00009210
             MOVE WRK-CRD-CLI-ID      TO RCB-CLI-ID.                    00009220
             MOVE WRK-VALOR-PAGO      TO RCB-VALOR.                     00009230
             MOVE WRK-DATA-NEGOCIO    TO RCB-DATA-PAGAMENTO.            00009240
             SET RCB-ORG-CARTAO       TO TRUE.                          00009250
             MOVE 'FR05CB52'          TO RCB-PROGRAMA.                  00009260
             MOVE WRK-CAB-OPERADOR    TO RCB-OPERADOR.                  00009270
             WRITE CPRCB01-REGISTRO.                                    00009280
      *---------------------------------------------------              00009290
       0220-GRAVA-REJEITO                 SECTION.                      00009300
             MOVE 'FR05CB52' TO REJ8-PROGRAMA.                          00009310
             MOVE WRK-REGISTRO TO REJ8-REGISTRO-ORIGINAL.               00009320
             WRITE CPREJ08-REGISTRO.                                    00009330
      *---------------------------------------------------              00009340
       0225-GRAVAR-DESVIO                 SECTION.                      00009350
      *    RECEBIMENTO LANCADO COM O PERIODO DA DATA DE NEGOCIO         00009360
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00009370
      *    COM A NOTA/PARCELA E O VALOR RECEBIDO                        00009380
      *---------------------------------------------------              00009390
             MOVE SPACES              TO DSV-DOCUMENTO.                 00009400
             STRING 'NF' WRK-NUM-NOTA '/' WRK-PARCELA                   00009410
                 DELIMITED BY SIZE INTO DSV-DOCUMENTO.                  00009420
             MOVE WRK-VALOR-PAGO      TO DSV-VALOR.                     00009430
             PERFORM 0972-GRAVAR-DESVIO.                                00009440
      *---------------------------------------------------              00009450
       0900-GRAVAR-AUDITORIA              SECTION.                      00009460
             MOVE 'FR05CB52' TO AUD-PROGRAMA.                           00009470
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00009480
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00009490
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00009500
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00009510
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00009520
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00009530
             MOVE WRK-ENV-LOTE-ATUAL  TO AUD-NUM-LOTE.                  00009540
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00009550
             WRITE CPAUD01-REGISTRO.                                    00009560
      *---------------------------------------------------              00009570
       0300-FINALIZAR                     SECTION.                      00009580
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00009590
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00009600
             PERFORM 0310-GRAVA-CONTROLE.                               00009610
             MOVE WRK-CONT-LIDOS                                        00009620
                 TO WRK-STT-REGISTROS.                                  00009630
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00009640
             CLOSE CONTASREC.                                           00009650
             CLOSE CLIENTE-MASTER.                                      00009660
             CLOSE REJEITO-INTAKE.                                      00009670
             CLOSE AUDITORIA.                                           00009680
             CLOSE ENTRADA-SYSIN.                                       00009690
             CLOSE CONTROLE.                                            00009700
             CLOSE PERDAS.                                              00009710
             CLOSE CREDITO-CLIENTE.                                     00009720
             CLOSE RECEBIMENTOS.                                        00009730
             CLOSE DESVIO.                                              00009740
             DISPLAY '==============================='.                 00009750
             DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.             00009760
             DISPLAY ' TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.           00009770
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00009780
             DISPLAY ' TIT. ENCARGOS....: ' WRK-CONT-ENCARGOS.          00009790
             DISPLAY ' RECUPERACOES.....: ' WRK-CONT-RECUPERACOES.      00009800
             DISPLAY ' CREDITOS EM CONTA: ' WRK-CONT-CREDITOS.          00009810
             DISPLAY ' DESVIADOS........: ' WRK-CONT-DESVIADOS.         00009820
             DISPLAY '==============================='.                 00009830
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00009840
             PERFORM 9000-TRATA-ERROS.                                  00009850
      *---------------------------------------------------              00009860
       0310-GRAVA-CONTROLE                SECTION.                      00009870
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00009880
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00009890
      *---------------------------------------------------              00009900
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00009910
             MOVE SPACES              TO CTL-DATA-HORA.                 00009920
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00009930
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00009940
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00009950
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00009960
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00009970
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00009980
             MOVE ZERO                TO CTL-QTD-FONTES.                00009990
             WRITE CPCTRL01-REGISTRO.                                   00010000
      *---------------------------------------------------              00010010
       9000-TRATA-ERROS                   SECTION.                      00010020
      *---------------------------------------------------              00010030
             PERFORM 9050-GRAVAR-ERRLOG.                                00010040
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00010050
             STOP RUN.                                                  00010060
      *--------------------------------------------------------------   00010070
       9000-99-FIM.            EXIT.                                    00010080
      *--------------------------------------------------------------   00010090
