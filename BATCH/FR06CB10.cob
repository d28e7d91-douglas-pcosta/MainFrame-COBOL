      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB10.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: INTAKE DE DEVOLUCAO AO FORNECEDOR VIA             00000120
      *               CARTOES DE SYSIN, PARA MERCADORIA COM             00000130
      *               DEFEITO OU DE LOTE EM RECALL (FR05CB71).          00000140
      *               CARTAO 'D' TRAZ FORNECEDOR, PRODUTO, LOTE         00000150
      *               (LOT-LOTE - EM BRANCO PARA PRODUTO SEM            00000160
      *               CONTROLE DE LOTE), QUANTIDADE, DEPOSITO E         00000170
      *               MOTIVO: A DEVOLUCAO ACEITA BAIXA O SALDO DO       00000180
      *               PRODUTO, DO DEPOSITO (CPSLD01) E DO LOTE          00000190
      *               (CPLOT01), GRAVA A SAIDA 'S' NO LIVRO DE          00000200
      *               MOVIMENTACAO (CPMOV02) COM O DOCUMENTO            00000210
      *               DFnnnnn, IMPRIME A AUTORIZACAO DE DEVOLUCAO       00000220
      *               E GRAVA A NOTA DE DEBITO CONTRA O                 00000230
      *               FORNECEDOR NO MASTER DE DEVOLUCOES (CPDVF01)      00000240
      *               COM O CREDITO PENDENTE, VALORIZADA PELO           00000250
      *               CUSTO DO PRODUTO. CARTAO 'C' TRAZ O NUMERO        00000260
      *               DA DEVOLUCAO, O VALOR CREDITADO E O               00000270
      *               DOCUMENTO DE CREDITO DO FORNECEDOR E              00000280
      *               CONFIRMA O CREDITO. AO FINAL LISTA TODAS AS       00000290
      *               DEVOLUCOES AINDA COM CREDITO PENDENTE             00000300
      *-------------------------------------------------------*         00000310
      *     HISTORICO DE ALTERACOES                                     00000320
      *     DATA        AUTOR   DESCRICAO                               00000330
      *     ----------  ------  --------------------------------        00000340
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000350
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000360
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000370
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000380
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000390
      *                         A SAIDA NO LIVRO, A NOTA DE DEBITO E    00000400
      *                         A CONFIRMACAO DO CREDITO SAEM NO        00000410
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000420
      *                         CADA CARTAO VAI PARA O ARQUIVO DE       00000430
      *                         DESVIOS (CPDSV01). PERIODO EM           00000440
      *                         FECHAMENTO: CARTAO REJEITADO (13)       00000450
      *=======================================================*         00000460
                                                                        00000470
      *=======================================================*         00000480
       ENVIRONMENT                               DIVISION.              00000490
      *=======================================================*         00000500
       INPUT-OUTPUT                              SECTION.               00000510
       FILE-CONTROL.                                                    00000520
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS DYNAMIC                                 00000550
                RECORD KEY   IS PRDM-CODIGO                             00000560
                FILE STATUS  IS WRK-FS-PRDM.                            00000570
                                                                        00000580
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000590
                ORGANIZATION IS INDEXED                                 00000600
                ACCESS MODE  IS DYNAMIC                                 00000610
                RECORD KEY   IS FRN-CODIGO                              00000620
                FILE STATUS  IS WRK-FS-FORNEC.                          00000630
                                                                        00000640
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000650
                ORGANIZATION IS INDEXED                                 00000660
                ACCESS MODE  IS DYNAMIC                                 00000670
                RECORD KEY   IS SLD-CHAVE                               00000680
                FILE STATUS  IS WRK-FS-SALDOS.                          00000690
                                                                        00000700
             SELECT LOTES    ASSIGN TO ARQLOT                           00000710
                ORGANIZATION IS INDEXED                                 00000720
                ACCESS MODE  IS DYNAMIC                                 00000730
                RECORD KEY   IS LOT-CHAVE                               00000740
                FILE STATUS  IS WRK-FS-LOTES.                           00000750
                                                                        00000760
             SELECT DEVFORN  ASSIGN TO ARQDVF                           00000770
                ORGANIZATION IS INDEXED                                 00000780
                ACCESS MODE  IS DYNAMIC                                 00000790
                RECORD KEY   IS DVF-NUMERO                              00000800
                FILE STATUS  IS WRK-FS-DEVFORN.                         00000810
                                                                        00000820
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000830
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000840
                                                                        00000850
             SELECT RELDEV   ASSIGN TO ARQRPT                           00000860
                FILE STATUS  IS WRK-FS-RELDEV.                          00000870
                                                                        00000880
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000890
                FILE STATUS  IS WRK-FS-REJEITO.                         00000900
                                                                        00000910
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000920
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000930
                                                                        00000940
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000950
                FILE STATUS  IS WRK-FS-SYSIN.                           00000960
                                                                        00000970
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000980
                ORGANIZATION IS INDEXED                                 00000990
                ACCESS MODE  IS DYNAMIC                                 00001000
                RECORD KEY   IS CKP-PROGRAMA                            00001010
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001020
                                                                        00001030
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001040
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001050
                                                                        00001060
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001070
                ORGANIZATION IS INDEXED                                 00001080
                ACCESS MODE  IS DYNAMIC                                 00001090
                RECORD KEY   IS CAL-DATA                                00001100
                FILE STATUS  IS WRK-FS-CALEND.                          00001110
                                                                        00001120
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001130
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001140
                                                                        00001150
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001160
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001170
                                                                        00001180
             SELECT PERIODO  ASSIGN TO ARQPER                           00001190
                ORGANIZATION IS INDEXED                                 00001200
                ACCESS MODE  IS DYNAMIC                                 00001210
                RECORD KEY   IS PER-ANOMES                              00001220
                FILE STATUS  IS WRK-FS-PERIODO.                         00001230
                                                                        00001240
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001250
                FILE STATUS  IS WRK-FS-DESVIO.                          00001260
      *=======================================================*         00001270
       DATA                                      DIVISION.              00001280
      *=======================================================*         00001290
       FILE                                      SECTION.               00001300
       FD ENTRADA-SYSIN                                                 00001310
           RECORDING MODE IS F                                          00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
       01 SYSIN-REGISTRO             PIC X(034).                        00001340
                                                                        00001350
       FD PRODUTO-MASTER.                                               00001360
           COPY CPPRDM01.                                               00001370
                                                                        00001380
       FD FORNEC-MASTER.                                                00001390
           COPY CPFOR01.                                                00001400
                                                                        00001410
       FD SALDOS.                                                       00001420
           COPY CPSLD01.                                                00001430
                                                                        00001440
       FD LOTES.                                                        00001450
           COPY CPLOT01.                                                00001460
                                                                        00001470
       FD DEVFORN.                                                      00001480
           COPY CPDVF01.                                                00001490
                                                                        00001500
       FD LIVROMOV                                                      00001510
           RECORDING MODE IS F                                          00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
           COPY CPMOV02.                                                00001540
                                                                        00001550
       FD RELDEV                                                        00001560
           RECORDING MODE IS F                                          00001570
           BLOCK CONTAINS 0 RECORDS.                                    00001580
       01 REL-LINHA                    PIC X(132).                      00001590
                                                                        00001600
       FD REJEITO-INTAKE                                                00001610
           RECORDING MODE IS F                                          00001620
           BLOCK CONTAINS 0 RECORDS.                                    00001630
           COPY CPREJ25.                                                00001640
                                                                        00001650
       FD AUDITORIA                                                     00001660
           RECORDING MODE IS F                                          00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
           COPY CPAUD01.                                                00001690
                                                                        00001700
       FD CHECKPT.                                                      00001710
           COPY CPCKPT01.                                               00001720
                                                                        00001730
       FD ERRLOG.                                                       00001740
           COPY CPERRL01.                                               00001750
                                                                        00001760
       FD CALENDARIO.                                                   00001770
           COPY CPCAL01.                                                00001780
                                                                        00001790
       FD ESTATIS                                                       00001800
           RECORDING MODE IS F                                          00001810
           BLOCK CONTAINS 0 RECORDS.                                    00001820
           COPY CPSTA01.                                                00001830
                                                                        00001840
       FD CONTROLE                                                      00001850
           RECORDING MODE IS F                                          00001860
           BLOCK CONTAINS 0 RECORDS.                                    00001870
           COPY CPCTRL01.                                               00001880
                                                                        00001890
       FD PERIODO.                                                      00001900
           COPY CPPER01.                                                00001910
                                                                        00001920
       FD DESVIO                                                        00001930
           RECORDING MODE IS F                                          00001940
           BLOCK CONTAINS 0 RECORDS.                                    00001950
           COPY CPDSV01.                                                00001960
                                                                        00001970
       WORKING-STORAGE                           SECTION.               00001980
       01 WRK-REGISTRO.                                                 00001990
          05 WRK-TIPO-TRANS PIC X(001)        VALUE SPACES.             00002000
             88 WRK-TRANS-DEVOLUCAO           VALUE 'D'.                00002010
             88 WRK-TRANS-CREDITO             VALUE 'C'.                00002020
          05 WRK-DADOS      PIC X(033)        VALUE SPACES.             00002030
          05 WRK-DADOS-DEV REDEFINES WRK-DADOS.                         00002040
             10 WRK-FORNECEDOR PIC 9(005).                              00002050
             10 WRK-CODIGO     PIC 9(008).                              00002060
             10 WRK-LOTE       PIC X(010).                              00002070
             10 WRK-QUANTIDADE PIC 9(007).                              00002080
             10 WRK-DEPOSITO   PIC X(002).                              00002090
                88 WRK-DEPOSITO-VALIDO        VALUE '01' '02'.          00002100
             10 WRK-MOTIVO     PIC X(001).                              00002110
                88 WRK-MOTIVO-VALIDO          VALUE 'D' 'R'.            00002120
                88 WRK-MOTIVO-DEFEITO         VALUE 'D'.                00002130
          05 WRK-DADOS-CRD REDEFINES WRK-DADOS.                         00002140
             10 WRK-DVF-NUMERO    PIC 9(005).                           00002150
             10 WRK-VALOR-CREDITO PIC 9(009)V99.                        00002160
             10 WRK-DOC-CREDITO   PIC X(010).                           00002170
             10 FILLER            PIC X(007).                           00002180
                                                                        00002190
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002200
       77 WRK-FS-FORNEC            PIC X(02) VALUE SPACES.              00002210
       77 WRK-FS-SALDOS            PIC X(02) VALUE SPACES.              00002220
       77 WRK-FS-LOTES             PIC X(02) VALUE SPACES.              00002230
       77 WRK-FS-DEVFORN           PIC X(02) VALUE SPACES.              00002240
       77 WRK-FS-LIVROMOV          PIC X(02) VALUE SPACES.              00002250
       77 WRK-FS-RELDEV            PIC X(02) VALUE SPACES.              00002260
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002270
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002280
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002290
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002300
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002310
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002320
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002330
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002340
       77 WRK-CONT-DEVOLUCOES      PIC 9(07) COMP VALUE ZERO.           00002350
       77 WRK-CONT-CREDITOS        PIC 9(07) COMP VALUE ZERO.           00002360
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002370
       77 WRK-CONT-JA-CREDITADOS   PIC 9(07) COMP VALUE ZERO.           00002380
       77 WRK-CONT-PENDENTES       PIC 9(07) COMP VALUE ZERO.           00002390
       77 WRK-VALOR-DEVOLVIDO  PIC 9(13)V99 COMP-3 VALUE ZERO.          00002400
       77 WRK-VALOR-CREDITADO  PIC 9(13)V99 COMP-3 VALUE ZERO.          00002410
       77 WRK-VALOR-PENDENTE   PIC 9(13)V99 COMP-3 VALUE ZERO.          00002420
       77 WRK-SALDO-ANTERIOR       PIC 9(07) VALUE ZERO.                00002430
       77 WRK-SALDO-NOVO           PIC 9(07) VALUE ZERO.                00002440
       77 WRK-DIFERENCA        PIC S9(11)V99 COMP-3 VALUE ZERO.         00002450
       01 WRK-DOCUMENTO.                                                00002460
          05 FILLER                 PIC X(02) VALUE 'DF'.               00002470
          05 WRK-DOC-NUMERO         PIC 9(05).                          00002480
          05 FILLER                 PIC X(03) VALUE SPACES.             00002490
       01 WRK-SW-VALIDO.                                                00002500
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002510
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002520
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002530
      *---------------------------------------------------              00002540
      *    AUTORIZACAO DE DEVOLUCAO IMPRESSA POR CARTAO 'D'             00002550
      *---------------------------------------------------              00002560
       01 WRK-CABEC1.                                                   00002570
          05 FILLER               PIC X(44) VALUE                       00002580
             'DEVOLUCOES AO FORNECEDOR - DATA NEGOCIO    '.             00002590
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002600
                                                                        00002610
       01 WRK-AUT-LINHA1.                                               00002620
          05 FILLER               PIC X(42) VALUE                       00002630
             'AUTORIZACAO DE DEVOLUCAO AO FORNECEDOR NO '.              00002640
          05 WRK-AUT-NUMERO       PIC 9(05).                            00002650
          05 FILLER               PIC X(11) VALUE ' - EMISSAO '.        00002660
          05 WRK-AUT-EMISSAO      PIC 9(08).                            00002670
                                                                        00002680
       01 WRK-AUT-LINHA2.                                               00002690
          05 FILLER               PIC X(16) VALUE '  FORNECEDOR.: '.    00002700
          05 WRK-AUT-FORNECEDOR   PIC 9(05).                            00002710
          05 FILLER               PIC X(01) VALUE SPACE.                00002720
          05 WRK-AUT-NOME         PIC X(30).                            00002730
                                                                        00002740
       01 WRK-AUT-LINHA3.                                               00002750
          05 FILLER               PIC X(16) VALUE '  PRODUTO....: '.    00002760
          05 WRK-AUT-CODIGO       PIC 9(08).                            00002770
          05 FILLER               PIC X(01) VALUE SPACE.                00002780
          05 WRK-AUT-DESCRICAO    PIC X(25).                            00002790
          05 FILLER               PIC X(08) VALUE '  LOTE: '.           00002800
          05 WRK-AUT-LOTE         PIC X(10).                            00002810
          05 FILLER               PIC X(12) VALUE '  DEPOSITO: '.       00002820
          05 WRK-AUT-DEPOSITO     PIC X(02).                            00002830
                                                                        00002840
       01 WRK-AUT-LINHA4.                                               00002850
          05 FILLER               PIC X(16) VALUE '  QUANTIDADE.: '.    00002860
          05 WRK-AUT-QTD          PIC Z(6)9.                            00002870
          05 FILLER               PIC X(14) VALUE '  CUSTO UNIT: '.     00002880
          05 WRK-AUT-CUSTO        PIC Z(6)9.99.                         00002890
          05 FILLER               PIC X(09) VALUE '  VALOR: '.          00002900
          05 WRK-AUT-VALOR        PIC Z(10)9.99.                        00002910
                                                                        00002920
       01 WRK-AUT-LINHA5.                                               00002930
          05 FILLER               PIC X(16) VALUE '  MOTIVO.....: '.    00002940
          05 WRK-AUT-MOTIVO       PIC X(20).                            00002950
                                                                        00002960
       01 WRK-AUT-LINHA6.                                               00002970
          05 FILLER               PIC X(18) VALUE                       00002980
             '  NOTA DE DEBITO '.                                       00002990
          05 WRK-AUT-DOCUMENTO    PIC X(10).                            00003000
          05 FILLER               PIC X(44) VALUE                       00003010
             ' EMITIDA - CREDITO PENDENTE DE CONFIRMACAO'.              00003020
                                                                        00003030
       01 WRK-LINHA-CREDITO.                                            00003040
          05 FILLER               PIC X(29) VALUE                       00003050
             'CREDITO CONFIRMADO - DEVOL. '.                            00003060
          05 WRK-CRD-NUMERO       PIC 9(05).                            00003070
          05 FILLER               PIC X(09) VALUE ' FORNEC '.           00003080
          05 WRK-CRD-FORNECEDOR   PIC 9(05).                            00003090
          05 FILLER               PIC X(06) VALUE ' DOC '.              00003100
          05 WRK-CRD-DOCUMENTO    PIC X(10).                            00003110
          05 FILLER               PIC X(09) VALUE ' DEBITO '.           00003120
          05 WRK-CRD-DEBITO       PIC Z(10)9.99.                        00003130
          05 FILLER               PIC X(12) VALUE ' CREDITADO '.        00003140
          05 WRK-CRD-CREDITADO    PIC Z(10)9.99.                        00003150
          05 FILLER               PIC X(06) VALUE ' DIF '.              00003160
          05 WRK-CRD-DIFERENCA    PIC -Z(10)9.99.                       00003170
      *---------------------------------------------------              00003180
      *    POSICAO DAS DEVOLUCOES COM CREDITO PENDENTE                  00003190
      *---------------------------------------------------              00003200
       01 WRK-CABEC-PENDENTES.                                          00003210
          05 FILLER               PIC X(50) VALUE                       00003220
             'DEVOLUCOES COM CREDITO PENDENTE DO FORNECEDOR     '.      00003230
                                                                        00003240
       01 WRK-CABEC-PEND2.                                              00003250
          05 FILLER               PIC X(50) VALUE                       00003260
             'DEVOL FORN  PRODUTO  LOTE       DEP EMISSAO      Q'.      00003270
          05 FILLER               PIC X(30) VALUE                       00003280
             'UANTIDADE            VALOR'.                              00003290
                                                                        00003300
       01 WRK-LINHA-PENDENTE.                                           00003310
          05 WRK-PEN-NUMERO       PIC 9(05).                            00003320
          05 FILLER               PIC X(01) VALUE SPACE.                00003330
          05 WRK-PEN-FORNECEDOR   PIC 9(05).                            00003340
          05 FILLER               PIC X(01) VALUE SPACE.                00003350
          05 WRK-PEN-CODIGO       PIC 9(08).                            00003360
          05 FILLER               PIC X(01) VALUE SPACE.                00003370
          05 WRK-PEN-LOTE         PIC X(10).                            00003380
          05 FILLER               PIC X(01) VALUE SPACE.                00003390
          05 WRK-PEN-DEPOSITO     PIC X(02).                            00003400
          05 FILLER               PIC X(02) VALUE SPACES.               00003410
          05 WRK-PEN-EMISSAO      PIC 9(08).                            00003420
          05 FILLER               PIC X(05) VALUE SPACES.               00003430
          05 WRK-PEN-QTD          PIC Z(6)9.                            00003440
          05 FILLER               PIC X(03) VALUE SPACES.               00003450
          05 WRK-PEN-VALOR        PIC Z(10)9.99.                        00003460
                                                                        00003470
       01 WRK-LINHA-TOTAL.                                              00003480
          05 WRK-TOT-ROTULO       PIC X(24).                            00003490
          05 WRK-TOT-QTD          PIC Z(6)9.                            00003500
          05 FILLER               PIC X(09) VALUE '  VALOR: '.          00003510
          05 WRK-TOT-VALOR        PIC Z(12)9.99.                        00003520
       COPY CPAUD02.                                                    00003530
       COPY CPCAB01.                                                    00003540
       COPY CPCKP01.                                                    00003550
       COPY CPERR01.                                                    00003560
       COPY CPDTA01.                                                    00003570
       COPY CPSTT01.                                                    00003580
       COPY CPSRV01.                                                    00003590
       COPY CPPER02.                                                    00003600
      *---------------------------------------------------              00003610
       LINKAGE                                    SECTION.              00003620
      *---------------------------------------------------              00003630
       01 WRK-PARM-RESTART.                                             00003640
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003650
          05 WRK-PARM-DADOS           PIC X(66).                        00003660
      *=========================================*                       00003670
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003680
      *=========================================*                       00003690
                                                                        00003700
      *---------------------------------------------------              00003710
       0000-PRINCIPAL                     SECTION.                      00003720
      *---------------------------------------------------              00003730
             PERFORM 0100-INICIAR.                                      00003740
             PERFORM 0200-PROCESSAR                                     00003750
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003760
             PERFORM 0300-FINALIZAR.                                    00003770
      *---------------------------------------------------              00003780
       0000-99-FIM.            EXIT.                                    00003790
      *---------------------------------------------------              00003800
                                                                        00003810
       0100-INICIAR                       SECTION.                      00003820
             MOVE 'FR06CB10' TO WRK-CAB-PROGRAMA.                       00003830
             PERFORM 0101-CABECALHO-PADRAO.                             00003840
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003850
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003860
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003870
             PERFORM 0970-CONFERIR-PERIODO.                             00003880
             PERFORM 0102-INTERPRETAR-PARM.                             00003890
             OPEN I-O PRODUTO-MASTER.                                   00003900
             OPEN INPUT FORNEC-MASTER.                                  00003910
             OPEN INPUT ENTRADA-SYSIN.                                  00003920
             PERFORM 0105-ABRIR-AUDITORIA.                              00003930
             PERFORM 0109-ABRIR-LIVROMOV.                               00003940
             PERFORM 0111-ABRIR-SALDOS.                                 00003950
             PERFORM 0112-ABRIR-LOTES.                                  00003960
             PERFORM 0113-ABRIR-DEVFORN.                                00003970
             PERFORM 0103-ABRIR-CHECKPOINT.                             00003980
             PERFORM 0104-POSICIONAR-RESTART.                           00003990
             PERFORM 0973-ABRIR-DESVIO.                                 00004000
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00004010
                 OPEN EXTEND REJEITO-INTAKE                             00004020
                 OPEN EXTEND RELDEV                                     00004030
                 OPEN EXTEND CONTROLE                                   00004040
             ELSE                                                       00004050
                 OPEN OUTPUT REJEITO-INTAKE                             00004060
                 OPEN OUTPUT RELDEV                                     00004070
                 OPEN OUTPUT CONTROLE                                   00004080
             END-IF.                                                    00004090
             PERFORM 0110-TESTAR-STATUS.                                00004100
             IF WRK-CKPT-QTD-A-PULAR EQUAL ZERO                         00004110
                 MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF              00004120
                 WRITE REL-LINHA FROM WRK-CABEC1                        00004130
                 MOVE SPACES TO REL-LINHA                               00004140
                 WRITE REL-LINHA                                        00004150
             END-IF.                                                    00004160
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00004170
      *---------------------------------------------------              00004180
       0100-99-FIM.            EXIT.                                    00004190
      *---------------------------------------------------              00004200
           COPY CPCAB02.                                                00004210
       COPY CPCKP02.                                                    00004220
           COPY CPERR02.                                                00004230
           COPY CPDTA02.                                                00004240
           COPY CPSTT02.                                                00004250
           COPY CPAUD03.                                                00004260
           COPY CPPER03.                                                00004270
      *---------------------------------------------------              00004280
       0105-ABRIR-AUDITORIA               SECTION.                      00004290
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00004300
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004310
      *---------------------------------------------------              00004320
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00004330
             OPEN EXTEND AUDITORIA.                                     00004340
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004350
                 OPEN OUTPUT AUDITORIA                                  00004360
                 CLOSE AUDITORIA                                        00004370
                 OPEN EXTEND AUDITORIA                                  00004380
             END-IF.                                                    00004390
      *---------------------------------------------------              00004400
       0109-ABRIR-LIVROMOV                SECTION.                      00004410
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00004420
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004430
      *---------------------------------------------------              00004440
             OPEN EXTEND LIVROMOV.                                      00004450
             IF WRK-FS-LIVROMOV EQUAL '35'                              00004460
                 OPEN OUTPUT LIVROMOV                                   00004470
                 CLOSE LIVROMOV                                         00004480
                 OPEN EXTEND LIVROMOV                                   00004490
             END-IF.                                                    00004500
      *---------------------------------------------------              00004510
       0111-ABRIR-SALDOS                  SECTION.                      00004520
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00004530
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004540
      *---------------------------------------------------              00004550
             OPEN I-O SALDOS.                                           00004560
             IF WRK-FS-SALDOS EQUAL '35'                                00004570
                 OPEN OUTPUT SALDOS                                     00004580
                 CLOSE SALDOS                                           00004590
                 OPEN I-O SALDOS                                        00004600
             END-IF.                                                    00004610
      *---------------------------------------------------              00004620
       0112-ABRIR-LOTES                   SECTION.                      00004630
      *    ABRE O MASTER DE SALDO POR LOTE, CRIANDO-O NA                00004640
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004650
      *---------------------------------------------------              00004660
             OPEN I-O LOTES.                                            00004670
             IF WRK-FS-LOTES EQUAL '35'                                 00004680
                 OPEN OUTPUT LOTES                                      00004690
                 CLOSE LOTES                                            00004700
                 OPEN I-O LOTES                                         00004710
             END-IF.                                                    00004720
      *---------------------------------------------------              00004730
       0113-ABRIR-DEVFORN                 SECTION.                      00004740
      *    ABRE O MASTER DE DEVOLUCOES AO FORNECEDOR, CRIANDO-O NA      00004750
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004760
      *---------------------------------------------------              00004770
             OPEN I-O DEVFORN.                                          00004780
             IF WRK-FS-DEVFORN EQUAL '35'                               00004790
                 OPEN OUTPUT DEVFORN                                    00004800
                 CLOSE DEVFORN                                          00004810
                 OPEN I-O DEVFORN                                       00004820
             END-IF.                                                    00004830
      *---------------------------------------------------              00004840
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00004850
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00004860
      *    ULTIMO CHECKPOINT                                            00004870
      *---------------------------------------------------              00004880
             PERFORM 0108-PULAR-UM-CARTAO                               00004890
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00004900
                    OR WRK-FS-SYSIN EQUAL '10'.                         00004910
      *---------------------------------------------------              00004920
       0108-PULAR-UM-CARTAO               SECTION.                      00004930
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004940
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004950
                 ADD 1 TO WRK-CONT-LIDOS                                00004960
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004970
                 PERFORM 0105-CHECAR-CHECKPOINT                         00004980
             END-IF.                                                    00004990
                                                                        00005000
       0110-TESTAR-STATUS                 SECTION.                      00005010
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005020
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005030
                 PERFORM 9000-TRATA-ERROS                               00005040
             END-IF.                                                    00005050
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00005060
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00005070
                 PERFORM 9000-TRATA-ERROS                               00005080
             END-IF.                                                    00005090
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00005100
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00005110
                 PERFORM 9000-TRATA-ERROS                               00005120
             END-IF.                                                    00005130
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00005140
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00005150
                 PERFORM 9000-TRATA-ERROS                               00005160
             END-IF.                                                    00005170
             IF WRK-FS-LOTES NOT EQUAL ZEROS                            00005180
                 MOVE ' ERRO OPEN SALDOS POR LOTE ' TO WRK-MSG          00005190
                 PERFORM 9000-TRATA-ERROS                               00005200
             END-IF.                                                    00005210
             IF WRK-FS-DEVFORN NOT EQUAL ZEROS                          00005220
                 MOVE ' ERRO OPEN DEVOLUCOES AO FORNECEDOR '            00005230
                     TO WRK-MSG                                         00005240
                 PERFORM 9000-TRATA-ERROS                               00005250
             END-IF.                                                    00005260
             IF WRK-FS-RELDEV NOT EQUAL ZEROS                           00005270
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00005280
                 PERFORM 9000-TRATA-ERROS                               00005290
             END-IF.                                                    00005300
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005310
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005320
                 PERFORM 9000-TRATA-ERROS                               00005330
             END-IF.                                                    00005340
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005350
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005360
                 PERFORM 9000-TRATA-ERROS                               00005370
             END-IF.                                                    00005380
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005390
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005400
                 PERFORM 9000-TRATA-ERROS                               00005410
             END-IF.                                                    00005420
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005430
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005440
                 PERFORM 9000-TRATA-ERROS                               00005450
             END-IF.                                                    00005460
      *---------------------------------------------------              00005470
       0200-PROCESSAR                     SECTION.                      00005480
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005490
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005500
                 ADD 1 TO WRK-CONT-LIDOS                                00005510
                 PERFORM 0210-VALIDAR-REGISTRO                          00005520
                 IF WRK-REGISTRO-VALIDO                                 00005530
                     IF WRK-TRANS-DEVOLUCAO                             00005540
                         PERFORM 0230-POSTAR-DEVOLUCAO                  00005550
                     ELSE                                               00005560
                         PERFORM 0240-CONFIRMAR-CREDITO                 00005570
                     END-IF                                             00005580
                     IF WRK-PERIODO-DESVIADO                            00005590
                         PERFORM 0245-GRAVAR-DESVIO                     00005600
                     END-IF                                             00005610
                     SET AUD-ACEITO TO TRUE                             00005620
                 ELSE                                                   00005630
                     IF REJ25-CREDITO-JA-CONFIRMADO                     00005640
                         ADD 1 TO WRK-CONT-JA-CREDITADOS                00005650
                     ELSE                                               00005660
                         ADD 1 TO WRK-CONT-REJEITADOS                   00005670
                     END-IF                                             00005680
                     PERFORM 0220-GRAVA-REJEITO                         00005690
                     SET AUD-REJEITADO TO TRUE                          00005700
                 END-IF                                                 00005710
                 PERFORM 0900-GRAVAR-AUDITORIA                          00005720
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005730
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005740
             END-IF.                                                    00005750
      *---------------------------------------------------              00005760
       0210-VALIDAR-REGISTRO              SECTION.                      00005770
      *    EDITS DO CARTAO CONFORME O TIPO - 'D' DEVOLUCAO DE           00005780
      *    MERCADORIA, 'C' CONFIRMACAO DO CREDITO DO FORNECEDOR.        00005790
      *    COM O PERIODO CONTABIL EM FECHAMENTO NENHUM DOS DOIS         00005800
      *    E POSTADO                                                    00005810
      *---------------------------------------------------              00005820
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00005830
             EVALUATE TRUE                                              00005840
                 WHEN WRK-TRANS-DEVOLUCAO                               00005850
                     PERFORM 0212-VALIDAR-DEVOLUCAO                     00005860
                 WHEN WRK-TRANS-CREDITO                                 00005870
                     PERFORM 0218-VALIDAR-CREDITO                       00005880
                 WHEN OTHER                                             00005890
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005900
                     MOVE 01 TO REJ25-CODIGO-MOTIVO                     00005910
                     MOVE 'TIPO DE TRANSACAO INVALIDO' TO               00005920
                         REJ25-DESCRICAO-MOTIVO                         00005930
             END-EVALUATE.                                              00005940
             IF WRK-REGISTRO-VALIDO                                     00005950
                AND WRK-PERIODO-BLOQUEADO                               00005960
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005970
                 MOVE 13 TO REJ25-CODIGO-MOTIVO                         00005980
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00005990
                     REJ25-DESCRICAO-MOTIVO                             00006000
             END-IF.                                                    00006010
      *---------------------------------------------------              00006020
       0212-VALIDAR-DEVOLUCAO             SECTION.                      00006030
      *    O FORNECEDOR E O PRODUTO PRECISAM EXISTIR NOS MASTERS,       00006040
      *    E O DEPOSITO E O LOTE INFORMADOS PRECISAM TER SALDO          00006050
      *    PARA A QUANTIDADE DEVOLVIDA - DEPOSITO EM BRANCO VALE        00006060
      *    01 (DOCA DE RECEBIMENTO)                                     00006070
      *---------------------------------------------------              00006080
             IF WRK-DEPOSITO EQUAL SPACES                               00006090
                 MOVE '01' TO WRK-DEPOSITO                              00006100
             END-IF.                                                    00006110
             IF WRK-FORNECEDOR NOT NUMERIC OR                           00006120
                WRK-FORNECEDOR EQUAL ZEROS                              00006130
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006140
                 MOVE 02 TO REJ25-CODIGO-MOTIVO                         00006150
                 MOVE 'CODIGO DE FORNECEDOR INVALIDO' TO                00006160
                     REJ25-DESCRICAO-MOTIVO                             00006170
             ELSE IF WRK-CODIGO NOT NUMERIC OR                          00006180
                WRK-CODIGO EQUAL ZEROS                                  00006190
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006200
                 MOVE 03 TO REJ25-CODIGO-MOTIVO                         00006210
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00006220
                     REJ25-DESCRICAO-MOTIVO                             00006230
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00006240
                WRK-QUANTIDADE EQUAL ZEROS                              00006250
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006260
                 MOVE 04 TO REJ25-CODIGO-MOTIVO                         00006270
                 MOVE 'QUANTIDADE INVALIDA' TO                          00006280
                     REJ25-DESCRICAO-MOTIVO                             00006290
             ELSE IF NOT WRK-DEPOSITO-VALIDO                            00006300
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006310
                 MOVE 05 TO REJ25-CODIGO-MOTIVO                         00006320
                 MOVE 'DEPOSITO INVALIDO' TO                            00006330
                     REJ25-DESCRICAO-MOTIVO                             00006340
             ELSE IF NOT WRK-MOTIVO-VALIDO                              00006350
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006360
                 MOVE 06 TO REJ25-CODIGO-MOTIVO                         00006370
                 MOVE 'MOTIVO DEVE SER D (DEFEITO) OU R (RECALL)'       00006380
                     TO REJ25-DESCRICAO-MOTIVO                          00006390
             END-IF END-IF END-IF END-IF END-IF.                        00006400
             IF WRK-REGISTRO-VALIDO                                     00006410
                 PERFORM 0214-VALIDAR-MASTERS                           00006420
             END-IF.                                                    00006430
             IF WRK-REGISTRO-VALIDO                                     00006440
                 PERFORM 0216-VALIDAR-SALDOS                            00006450
             END-IF.                                                    00006460
      *---------------------------------------------------              00006470
       0214-VALIDAR-MASTERS               SECTION.                      00006480
             MOVE WRK-FORNECEDOR TO FRN-CODIGO.                         00006490
             READ FORNEC-MASTER                                         00006500
                 INVALID KEY                                            00006510
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006520
                     MOVE 02 TO REJ25-CODIGO-MOTIVO                     00006530
                     MOVE 'FORNECEDOR INEXISTENTE' TO                   00006540
                         REJ25-DESCRICAO-MOTIVO                         00006550
             END-READ.                                                  00006560
             IF WRK-REGISTRO-VALIDO                                     00006570
                 MOVE WRK-CODIGO TO PRDM-CODIGO                         00006580
                 READ PRODUTO-MASTER                                    00006590
                     INVALID KEY                                        00006600
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006610
                         MOVE 03 TO REJ25-CODIGO-MOTIVO                 00006620
                         MOVE 'PRODUTO INEXISTENTE' TO                  00006630
                             REJ25-DESCRICAO-MOTIVO                     00006640
                 END-READ                                               00006650
             END-IF.                                                    00006660
      *---------------------------------------------------              00006670
       0216-VALIDAR-SALDOS                SECTION.                      00006680
      *    LE E CONFERE O SALDO DO LOTE (QUANDO INFORMADO), DO          00006690
      *    DEPOSITO E DO PRODUTO - OS REGISTROS LIDOS AQUI SAO OS       00006700
      *    QUE A POSTAGEM REGRAVA                                       00006710
      *---------------------------------------------------              00006720
             IF WRK-LOTE NOT EQUAL SPACES                               00006730
                 MOVE WRK-CODIGO TO LOT-CODIGO                          00006740
                 MOVE WRK-LOTE   TO LOT-LOTE                            00006750
                 READ LOTES                                             00006760
                     INVALID KEY                                        00006770
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006780
                         MOVE 07 TO REJ25-CODIGO-MOTIVO                 00006790
                         MOVE 'LOTE INEXISTENTE PARA O PRODUTO' TO      00006800
                             REJ25-DESCRICAO-MOTIVO                     00006810
                     NOT INVALID KEY                                    00006820
                         IF LOT-QUANTIDADE < WRK-QUANTIDADE             00006830
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006840
                             MOVE 08 TO REJ25-CODIGO-MOTIVO             00006850
                             MOVE 'SALDO DO LOTE INSUFICIENTE' TO       00006860
                                 REJ25-DESCRICAO-MOTIVO                 00006870
                         END-IF                                         00006880
                 END-READ                                               00006890
             END-IF.                                                    00006900
             IF WRK-REGISTRO-VALIDO                                     00006910
                 MOVE WRK-CODIGO   TO SLD-CODIGO                        00006920
                 MOVE WRK-DEPOSITO TO SLD-DEPOSITO                      00006930
                 READ SALDOS                                            00006940
                     INVALID KEY                                        00006950
                         MOVE ZEROS TO SLD-QUANTIDADE                   00006960
                 END-READ                                               00006970
                 IF SLD-QUANTIDADE < WRK-QUANTIDADE                     00006980
                    OR PRDM-QUANTIDADE < WRK-QUANTIDADE                 00006990
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007000
                     MOVE 09 TO REJ25-CODIGO-MOTIVO                     00007010
                     MOVE 'SALDO DO DEPOSITO INSUFICIENTE' TO           00007020
                         REJ25-DESCRICAO-MOTIVO                         00007030
                 END-IF                                                 00007040
             END-IF.                                                    00007050
      *---------------------------------------------------              00007060
       0218-VALIDAR-CREDITO               SECTION.                      00007070
      *    A DEVOLUCAO PRECISA EXISTIR COM O CREDITO AINDA              00007080
      *    PENDENTE - CONFIRMACAO REPETIDA CONTA A PARTE                00007090
      *---------------------------------------------------              00007100
             IF WRK-DVF-NUMERO NOT NUMERIC OR                           00007110
                WRK-DVF-NUMERO EQUAL ZEROS                              00007120
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007130
                 MOVE 10 TO REJ25-CODIGO-MOTIVO                         00007140
                 MOVE 'NUMERO DA DEVOLUCAO INVALIDO' TO                 00007150
                     REJ25-DESCRICAO-MOTIVO                             00007160
             ELSE IF WRK-VALOR-CREDITO NOT NUMERIC OR                   00007170
                WRK-VALOR-CREDITO EQUAL ZEROS                           00007180
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007190
                 MOVE 12 TO REJ25-CODIGO-MOTIVO                         00007200
                 MOVE 'VALOR DO CREDITO INVALIDO' TO                    00007210
                     REJ25-DESCRICAO-MOTIVO                             00007220
             END-IF END-IF.                                             00007230
             IF WRK-REGISTRO-VALIDO                                     00007240
                 MOVE WRK-DVF-NUMERO TO DVF-NUMERO                      00007250
                 READ DEVFORN                                           00007260
                     INVALID KEY                                        00007270
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007280
                         MOVE 10 TO REJ25-CODIGO-MOTIVO                 00007290
                         MOVE 'DEVOLUCAO INEXISTENTE' TO                00007300
                             REJ25-DESCRICAO-MOTIVO                     00007310
                     NOT INVALID KEY                                    00007320
                         IF DVF-CREDITO-CONFIRMADO                      00007330
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00007340
                             MOVE 11 TO REJ25-CODIGO-MOTIVO             00007350
                             MOVE 'CREDITO JA CONFIRMADO' TO            00007360
                                 REJ25-DESCRICAO-MOTIVO                 00007370
                         END-IF                                         00007380
                 END-READ                                               00007390
             END-IF.                                                    00007400
      *---------------------------------------------------              00007410
       0230-POSTAR-DEVOLUCAO              SECTION.                      00007420
      *    BAIXA A QUANTIDADE DEVOLVIDA NO PRODUTO, NO DEPOSITO         00007430
      *    E NO LOTE, GRAVA A SAIDA NO LIVRO, A NOTA DE DEBITO NO       00007440
      *    MASTER DE DEVOLUCOES E IMPRIME A AUTORIZACAO                 00007450
      *---------------------------------------------------              00007460
             MOVE 'DEVFORN' TO SRV-CONT-PROGRAMA.                       00007470
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00007480
             IF NOT SRV-CONT-OK                                         00007490
                 MOVE ' ERRO SEQUENCIA DEVFORN INDISPONIVEL '           00007500
                     TO WRK-MSG                                         00007510
                 PERFORM 9000-TRATA-ERROS                               00007520
             END-IF.                                                    00007530
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR.                00007540
             SUBTRACT WRK-QUANTIDADE FROM PRDM-QUANTIDADE.              00007550
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-NOVO.                    00007560
             REWRITE CPPRDM01-REGISTRO.                                 00007570
             SUBTRACT WRK-QUANTIDADE FROM SLD-QUANTIDADE.               00007580
             REWRITE CPSLD01-REGISTRO.                                  00007590
             IF WRK-LOTE NOT EQUAL SPACES                               00007600
                 SUBTRACT WRK-QUANTIDADE FROM LOT-QUANTIDADE            00007610
                 REWRITE CPLOT01-REGISTRO                               00007620
             END-IF.                                                    00007630
             MOVE SRV-CONT-VALOR TO WRK-DOC-NUMERO.                     00007640
             PERFORM 0232-GRAVAR-LIVRO.                                 00007650
             PERFORM 0234-GRAVAR-DEBITO.                                00007660
             PERFORM 0236-IMPRIMIR-AUTORIZACAO.                         00007670
             ADD 1 TO WRK-CONT-DEVOLUCOES.                              00007680
             ADD DVF-VALOR TO WRK-VALOR-DEVOLVIDO.                      00007690
      *---------------------------------------------------              00007700
       0232-GRAVAR-LIVRO                  SECTION.                      00007710
             MOVE WRK-CODIGO          TO LMV-CODIGO.                    00007720
             MOVE 'S'                 TO LMV-TIPO.                      00007730
             MOVE WRK-QUANTIDADE      TO LMV-QUANTIDADE.                00007740
             MOVE WRK-DOCUMENTO       TO LMV-DOCUMENTO.                 00007750
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00007760
             MOVE WRK-SALDO-NOVO      TO LMV-SALDO-NOVO.                00007770
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007780
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00007790
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00007800
             MOVE 'FR06CB10'          TO LMV-PROGRAMA.                  00007810
             MOVE WRK-DEPOSITO        TO LMV-DEPOSITO.                  00007820
             MOVE WRK-LOTE            TO LMV-LOTE.                      00007830
             WRITE CPMOV02-REGISTRO.                                    00007840
      *---------------------------------------------------              00007850
       0234-GRAVAR-DEBITO                 SECTION.                      00007860
      *    NOTA DE DEBITO CONTRA O FORNECEDOR, VALORIZADA PELO          00007870
      *    CUSTO ATUAL DO PRODUTO, COM O CREDITO PENDENTE               00007880
      *---------------------------------------------------              00007890
             MOVE SRV-CONT-VALOR      TO DVF-NUMERO.                    00007900
             MOVE WRK-FORNECEDOR      TO DVF-FORNECEDOR.                00007910
             MOVE WRK-CODIGO          TO DVF-CODIGO.                    00007920
             MOVE WRK-LOTE            TO DVF-LOTE.                      00007930
             MOVE WRK-DEPOSITO        TO DVF-DEPOSITO.                  00007940
             MOVE WRK-QUANTIDADE      TO DVF-QUANTIDADE.                00007950
             IF PRDM-CUSTO-UNIT NUMERIC                                 00007960
                 MOVE PRDM-CUSTO-UNIT TO DVF-CUSTO-UNIT                 00007970
             ELSE                                                       00007980
                 MOVE ZEROS           TO DVF-CUSTO-UNIT                 00007990
             END-IF.                                                    00008000
             COMPUTE DVF-VALOR = WRK-QUANTIDADE * DVF-CUSTO-UNIT.       00008010
             MOVE WRK-MOTIVO          TO DVF-MOTIVO.                    00008020
             MOVE WRK-DATA-LANCAMENTO TO DVF-DATA-EMISSAO.              00008030
             SET DVF-CREDITO-PENDENTE TO TRUE.                          00008040
             MOVE ZEROS               TO DVF-DATA-CREDITO.              00008050
             MOVE ZEROS               TO DVF-VALOR-CREDITADO.           00008060
             MOVE SPACES              TO DVF-DOC-CREDITO.               00008070
             WRITE CPDVF01-REGISTRO                                     00008080
                 INVALID KEY                                            00008090
                     MOVE ' ERRO NUMERO DE DEVOLUCAO DUPLICADO '        00008100
                         TO WRK-MSG                                     00008110
                     PERFORM 9000-TRATA-ERROS                           00008120
             END-WRITE.                                                 00008130
      *---------------------------------------------------              00008140
       0236-IMPRIMIR-AUTORIZACAO          SECTION.                      00008150
             MOVE DVF-NUMERO          TO WRK-AUT-NUMERO.                00008160
             MOVE DVF-DATA-EMISSAO    TO WRK-AUT-EMISSAO.               00008170
             MOVE DVF-FORNECEDOR      TO WRK-AUT-FORNECEDOR.            00008180
             MOVE FRN-NOME            TO WRK-AUT-NOME.                  00008190
             MOVE DVF-CODIGO          TO WRK-AUT-CODIGO.                00008200
             MOVE PRDM-DESCRICAO      TO WRK-AUT-DESCRICAO.             00008210
             MOVE DVF-LOTE            TO WRK-AUT-LOTE.                  00008220
             MOVE DVF-DEPOSITO        TO WRK-AUT-DEPOSITO.              00008230
             MOVE DVF-QUANTIDADE      TO WRK-AUT-QTD.                   00008240
             MOVE DVF-CUSTO-UNIT      TO WRK-AUT-CUSTO.                 00008250
             MOVE DVF-VALOR           TO WRK-AUT-VALOR.                 00008260
             IF DVF-MOTIVO-DEFEITO                                      00008270
                 MOVE 'DEFEITO'           TO WRK-AUT-MOTIVO             00008280
             ELSE                                                       00008290
                 MOVE 'RECALL DE LOTE'    TO WRK-AUT-MOTIVO             00008300
             END-IF.                                                    00008310
             MOVE WRK-DOCUMENTO       TO WRK-AUT-DOCUMENTO.             00008320
             WRITE REL-LINHA FROM WRK-AUT-LINHA1.                       00008330
             WRITE REL-LINHA FROM WRK-AUT-LINHA2.                       00008340
             WRITE REL-LINHA FROM WRK-AUT-LINHA3.                       00008350
             WRITE REL-LINHA FROM WRK-AUT-LINHA4.                       00008360
             WRITE REL-LINHA FROM WRK-AUT-LINHA5.                       00008370
             WRITE REL-LINHA FROM WRK-AUT-LINHA6.                       00008380
             MOVE SPACES TO REL-LINHA.                                  00008390
             WRITE REL-LINHA.                                           00008400
      *---------------------------------------------------              00008410
       0240-CONFIRMAR-CREDITO             SECTION.                      00008420
      *    REGISTRA O CREDITO CONFIRMADO PELO FORNECEDOR (REGISTRO      00008430
      *    JA LIDO NA VALIDACAO) - CREDITO DIFERENTE DO DEBITO          00008440
      *    E ACEITO E A DIFERENCA SAI NO RELATORIO                      00008450
      *---------------------------------------------------              00008460
             SET DVF-CREDITO-CONFIRMADO TO TRUE.                        00008470
             MOVE WRK-DATA-LANCAMENTO TO DVF-DATA-CREDITO.              00008480
             MOVE WRK-VALOR-CREDITO   TO DVF-VALOR-CREDITADO.           00008490
             MOVE WRK-DOC-CREDITO     TO DVF-DOC-CREDITO.               00008500
             REWRITE CPDVF01-REGISTRO.                                  00008510
             COMPUTE WRK-DIFERENCA = DVF-VALOR-CREDITADO - DVF-VALOR.   00008520
             MOVE DVF-NUMERO          TO WRK-CRD-NUMERO.                00008530
             MOVE DVF-FORNECEDOR      TO WRK-CRD-FORNECEDOR.            00008540
             MOVE DVF-DOC-CREDITO     TO WRK-CRD-DOCUMENTO.             00008550
             MOVE DVF-VALOR           TO WRK-CRD-DEBITO.                00008560
             MOVE DVF-VALOR-CREDITADO TO WRK-CRD-CREDITADO.             00008570
             MOVE WRK-DIFERENCA       TO WRK-CRD-DIFERENCA.             00008580
             WRITE REL-LINHA FROM WRK-LINHA-CREDITO.                    00008590
             ADD 1 TO WRK-CONT-CREDITOS.                                00008600
             ADD DVF-VALOR-CREDITADO TO WRK-VALOR-CREDITADO.            00008610
      *---------------------------------------------------              00008620
       0245-GRAVAR-DESVIO                 SECTION.                      00008630
      *    DEVOLUCAO OU CREDITO POSTADO COM O PERIODO DA DATA DE        00008640
      *    NEGOCIO FECHADO - REGISTRA O DESVIO PARA O RELATORIO         00008650
      *    (FR06CB31) COM O DOCUMENTO DFnnnnn E O VALOR DA NOTA DE      00008660
      *    DEBITO OU O VALOR CREDITADO PELO FORNECEDOR                  00008670
      *---------------------------------------------------              00008680
             MOVE DVF-NUMERO          TO WRK-DOC-NUMERO.                00008690
             MOVE WRK-DOCUMENTO       TO DSV-DOCUMENTO.                 00008700
             IF WRK-TRANS-DEVOLUCAO                                     00008710
                 MOVE DVF-VALOR           TO DSV-VALOR                  00008720
             ELSE                                                       00008730
                 MOVE DVF-VALOR-CREDITADO TO DSV-VALOR                  00008740
             END-IF.                                                    00008750
             PERFORM 0972-GRAVAR-DESVIO.                                00008760
      *---------------------------------------------------              00008770
       0220-GRAVA-REJEITO                 SECTION.                      00008780
             MOVE 'FR06CB10' TO REJ25-PROGRAMA.                         00008790
             MOVE WRK-REGISTRO TO REJ25-REGISTRO-ORIGINAL.              00008800
             WRITE CPREJ25-REGISTRO.                                    00008810
      *---------------------------------------------------              00008820
       0900-GRAVAR-AUDITORIA              SECTION.                      00008830
             MOVE 'FR06CB10' TO AUD-PROGRAMA.                           00008840
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00008850
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00008860
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00008870
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00008880
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00008890
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00008900
             MOVE ZEROS TO AUD-NUM-LOTE.                                00008910
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00008920
             WRITE CPAUD01-REGISTRO.                                    00008930
      *---------------------------------------------------              00008940
       0300-FINALIZAR                     SECTION.                      00008950
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00008960
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00008970
             PERFORM 0310-GRAVA-CONTROLE.                               00008980
             PERFORM 0320-IMPRIMIR-TOTAIS.                              00008990
             PERFORM 0330-LISTAR-PENDENTES.                             00009000
             MOVE WRK-CONT-LIDOS                                        00009010
                 TO WRK-STT-REGISTROS.                                  00009020
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00009030
             CLOSE PRODUTO-MASTER.                                      00009040
             CLOSE FORNEC-MASTER.                                       00009050
             CLOSE SALDOS.                                              00009060
             CLOSE LOTES.                                               00009070
             CLOSE DEVFORN.                                             00009080
             CLOSE LIVROMOV.                                            00009090
             CLOSE RELDEV.                                              00009100
             CLOSE REJEITO-INTAKE.                                      00009110
             CLOSE AUDITORIA.                                           00009120
             CLOSE ENTRADA-SYSIN.                                       00009130
             CLOSE CONTROLE.                                            00009140
             CLOSE DESVIO.                                              00009150
             DISPLAY '==========================='.                     00009160
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00009170
             DISPLAY 'DEVOLUCOES.......: ' WRK-CONT-DEVOLUCOES.         00009180
             DISPLAY 'CREDITOS CONFIRM.: ' WRK-CONT-CREDITOS.           00009190
             DISPLAY 'JA CREDITADAS....: ' WRK-CONT-JA-CREDITADOS.      00009200
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00009210
             DISPLAY 'CREDITO PENDENTE.: ' WRK-CONT-PENDENTES.          00009220
             DISPLAY 'TOTAL DESVIADOS..: ' WRK-CONT-DESVIADOS.          00009230
             DISPLAY '==========================='.                     00009240
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00009250
             PERFORM 9000-TRATA-ERROS.                                  00009260
      *---------------------------------------------------              00009270
       0310-GRAVA-CONTROLE                SECTION.                      00009280
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00009290
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14) -      00009300
      *    DEVOLUCOES E CREDITOS SAEM COMO GRAVADOS E A                 00009310
      *    CONFIRMACAO REPETIDA COMO DUPLICADA                          00009320
      *---------------------------------------------------              00009330
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00009340
             MOVE SPACES              TO CTL-DATA-HORA.                 00009350
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00009360
             COMPUTE CTL-QTD-GRAVADOS =                                 00009370
                 WRK-CONT-DEVOLUCOES + WRK-CONT-CREDITOS.               00009380
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00009390
             MOVE WRK-CONT-JA-CREDITADOS TO CTL-QTD-DUPLICADOS.         00009400
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00009410
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00009420
             MOVE ZERO                TO CTL-QTD-FONTES.                00009430
             WRITE CPCTRL01-REGISTRO.                                   00009440
      *---------------------------------------------------              00009450
       0320-IMPRIMIR-TOTAIS               SECTION.                      00009460
             MOVE SPACES TO REL-LINHA.                                  00009470
             WRITE REL-LINHA.                                           00009480
             MOVE 'DEVOLUCOES EMITIDAS...: ' TO WRK-TOT-ROTULO.         00009490
             MOVE WRK-CONT-DEVOLUCOES        TO WRK-TOT-QTD.            00009500
             MOVE WRK-VALOR-DEVOLVIDO        TO WRK-TOT-VALOR.          00009510
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00009520
             MOVE 'CREDITOS CONFIRMADOS..: ' TO WRK-TOT-ROTULO.         00009530
             MOVE WRK-CONT-CREDITOS          TO WRK-TOT-QTD.            00009540
             MOVE WRK-VALOR-CREDITADO        TO WRK-TOT-VALOR.          00009550
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00009560
      *---------------------------------------------------              00009570
       0330-LISTAR-PENDENTES              SECTION.                      00009580
      *    PERCORRE O MASTER DE DEVOLUCOES E LISTA TODA NOTA DE         00009590
      *    DEBITO AINDA SEM CREDITO CONFIRMADO PELO FORNECEDOR          00009600
      *---------------------------------------------------              00009610
             MOVE SPACES TO REL-LINHA.                                  00009620
             WRITE REL-LINHA.                                           00009630
             WRITE REL-LINHA FROM WRK-CABEC-PENDENTES.                  00009640
             WRITE REL-LINHA FROM WRK-CABEC-PEND2.                      00009650
             MOVE ZEROS TO DVF-NUMERO.                                  00009660
             START DEVFORN KEY NOT < DVF-NUMERO                         00009670
                 INVALID KEY                                            00009680
                     MOVE '10' TO WRK-FS-DEVFORN                        00009690
                 NOT INVALID KEY                                        00009700
                     MOVE ZEROS TO WRK-FS-DEVFORN                       00009710
             END-START.                                                 00009720
             PERFORM 0335-LISTAR-UM-PENDENTE                            00009730
                 UNTIL WRK-FS-DEVFORN NOT EQUAL ZEROS.                  00009740
             MOVE 'PENDENTES DE CREDITO..: ' TO WRK-TOT-ROTULO.         00009750
             MOVE WRK-CONT-PENDENTES         TO WRK-TOT-QTD.            00009760
             MOVE WRK-VALOR-PENDENTE         TO WRK-TOT-VALOR.          00009770
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00009780
      *---------------------------------------------------              00009790
       0335-LISTAR-UM-PENDENTE            SECTION.                      00009800
             READ DEVFORN NEXT RECORD.                                  00009810
             IF WRK-FS-DEVFORN EQUAL ZEROS                              00009820
                AND DVF-CREDITO-PENDENTE                                00009830
                 ADD 1 TO WRK-CONT-PENDENTES                            00009840
                 ADD DVF-VALOR TO WRK-VALOR-PENDENTE                    00009850
                 MOVE DVF-NUMERO       TO WRK-PEN-NUMERO                00009860
                 MOVE DVF-FORNECEDOR   TO WRK-PEN-FORNECEDOR            00009870
                 MOVE DVF-CODIGO       TO WRK-PEN-CODIGO                00009880
                 MOVE DVF-LOTE         TO WRK-PEN-LOTE                  00009890
                 MOVE DVF-DEPOSITO     TO WRK-PEN-DEPOSITO              00009900
                 MOVE DVF-DATA-EMISSAO TO WRK-PEN-EMISSAO               00009910
                 MOVE DVF-QUANTIDADE   TO WRK-PEN-QTD                   00009920
                 MOVE DVF-VALOR        TO WRK-PEN-VALOR                 00009930
                 WRITE REL-LINHA FROM WRK-LINHA-PENDENTE                00009940
             END-IF.                                                    00009950
      *---------------------------------------------------              00009960
       9000-TRATA-ERROS                   SECTION.                      00009970
      *---------------------------------------------------              00009980
             PERFORM 9050-GRAVAR-ERRLOG.                                00009990
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00010000
             STOP RUN.                                                  00010010
      *--------------------------------------------------------------   00010020
       9000-99-FIM.            EXIT.                                    00010030
      *--------------------------------------------------------------   00010040
