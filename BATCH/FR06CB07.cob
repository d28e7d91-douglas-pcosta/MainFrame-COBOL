      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB07.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: INTAKE DE NOTA FISCAL DE FORNECEDOR VIA           00000120
      *               CARTOES DE SYSIN, COM CASAMENTO EM TRES           00000130
      *               VIAS. CADA CARTAO TRAZ O FORNECEDOR, O            00000140
      *               NUMERO DA NOTA DELE, O PEDIDO DE COMPRA           00000150
      *               (CPPOR01), A QUANTIDADE E O PRECO UNITARIO        00000160
      *               FATURADOS. A NOTA E CONFERIDA CONTRA A            00000170
      *               QUANTIDADE E O PRECO DO PEDIDO E CONTRA A         00000180
      *               QUANTIDADE JA RECEBIDA (FR05CB66), DENTRO         00000190
      *               DAS TOLERANCIAS DO FORNECEDOR (CPFOR01,           00000200
      *               FR05CB68). NOTA CASADA ENTRA ABERTA NO            00000210
      *               CONTAS A PAGAR (CPPAG01) COM VENCIMENTO           00000220
      *               PELO PRAZO DE PAGAMENTO DO FORNECEDOR E           00000230
      *               SOMA NA QUANTIDADE FATURADA DO PEDIDO;            00000240
      *               NOTA COM DIVERGENCIA ENTRA RETIDA E SAI NO        00000250
      *               RELATORIO DE DIVERGENCIAS PARA O COMPRAS.         00000260
      *               CARTAO INVALIDO, PEDIDO DE OUTRO                  00000270
      *               FORNECEDOR OU NOTA JA LANCADA VAI PARA O          00000280
      *               ARQUIVO DE REJEITOS                               00000290
      *-------------------------------------------------------*         00000300
      *     HISTORICO DE ALTERACOES                                     00000310
      *     DATA        AUTOR   DESCRICAO                               00000320
      *     ----------  ------  --------------------------------        00000330
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000340
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000350
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000360
      *=======================================================*         00000370
                                                                        00000380
      *=======================================================*         00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=======================================================*         00000410
       INPUT-OUTPUT                              SECTION.               00000420
       FILE-CONTROL.                                                    00000430
             SELECT PEDCOMPRA ASSIGN TO ARQPOR                          00000440
                ORGANIZATION IS INDEXED                                 00000450
                ACCESS MODE  IS DYNAMIC                                 00000460
                RECORD KEY   IS POR-NUMERO                              00000470
                FILE STATUS  IS WRK-FS-PEDCOMPRA.                       00000480
                                                                        00000490
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000500
                ORGANIZATION IS INDEXED                                 00000510
                ACCESS MODE  IS DYNAMIC                                 00000520
                RECORD KEY   IS FRN-CODIGO                              00000530
                FILE STATUS  IS WRK-FS-FORNEC.                          00000540
                                                                        00000550
             SELECT CONTAS-PAGAR ASSIGN TO ARQPAG                       00000560
                ORGANIZATION IS INDEXED                                 00000570
                ACCESS MODE  IS DYNAMIC                                 00000580
                RECORD KEY   IS PAG-CHAVE                               00000590
                FILE STATUS  IS WRK-FS-PAGAR.                           00000600
                                                                        00000610
             SELECT RELNFF   ASSIGN TO ARQRPT                           00000620
                FILE STATUS  IS WRK-FS-RELNFF.                          00000630
                                                                        00000640
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000650
                FILE STATUS  IS WRK-FS-REJEITO.                         00000660
                                                                        00000670
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000680
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000690
                                                                        00000700
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000710
                FILE STATUS  IS WRK-FS-SYSIN.                           00000720
                                                                        00000730
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000740
                ORGANIZATION IS INDEXED                                 00000750
                ACCESS MODE  IS DYNAMIC                                 00000760
                RECORD KEY   IS CKP-PROGRAMA                            00000770
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000780
                                                                        00000790
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000800
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000810
                                                                        00000820
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000830
                ORGANIZATION IS INDEXED                                 00000840
                ACCESS MODE  IS DYNAMIC                                 00000850
                RECORD KEY   IS CAL-DATA                                00000860
                FILE STATUS  IS WRK-FS-CALEND.                          00000870
                                                                        00000880
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000890
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000900
                                                                        00000910
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000920
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000930
      *=======================================================*         00000940
       DATA                                      DIVISION.              00000950
      *=======================================================*         00000960
       FILE                                      SECTION.               00000970
       FD ENTRADA-SYSIN                                                 00000980
           RECORDING MODE IS F                                          00000990
           BLOCK CONTAINS 0 RECORDS.                                    00001000
       01 SYSIN-REGISTRO             PIC X(036).                        00001010
                                                                        00001020
       FD PEDCOMPRA.                                                    00001030
           COPY CPPOR01.                                                00001040
                                                                        00001050
       FD FORNEC-MASTER.                                                00001060
           COPY CPFOR01.                                                00001070
                                                                        00001080
       FD CONTAS-PAGAR.                                                 00001090
           COPY CPPAG01.                                                00001100
                                                                        00001110
       FD RELNFF                                                        00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
       01 REL-LINHA                    PIC X(132).                      00001150
                                                                        00001160
       FD REJEITO-INTAKE                                                00001170
           RECORDING MODE IS F                                          00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
           COPY CPREJ24.                                                00001200
                                                                        00001210
       FD AUDITORIA                                                     00001220
           RECORDING MODE IS F                                          00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
           COPY CPAUD01.                                                00001250
                                                                        00001260
       FD CHECKPT.                                                      00001270
           COPY CPCKPT01.                                               00001280
                                                                        00001290
       FD ERRLOG.                                                       00001300
           COPY CPERRL01.                                               00001310
                                                                        00001320
       FD CALENDARIO.                                                   00001330
           COPY CPCAL01.                                                00001340
                                                                        00001350
       FD ESTATIS                                                       00001360
           RECORDING MODE IS F                                          00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
           COPY CPSTA01.                                                00001390
                                                                        00001400
       FD CONTROLE                                                      00001410
           RECORDING MODE IS F                                          00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
           COPY CPCTRL01.                                               00001440
                                                                        00001450
       WORKING-STORAGE                           SECTION.               00001460
       01 WRK-REGISTRO.                                                 00001470
          05 WRK-FORNECEDOR PIC 9(005)        VALUE ZEROS.              00001480
          05 WRK-NUM-NF     PIC X(010)        VALUE SPACES.             00001490
          05 WRK-POR-NUMERO PIC 9(005)        VALUE ZEROS.              00001500
          05 WRK-QUANTIDADE PIC 9(007)        VALUE ZEROS.              00001510
          05 WRK-PRECO-UNIT PIC 9(007)V99     VALUE ZEROS.              00001520
                                                                        00001530
       77 WRK-FS-PEDCOMPRA         PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-FORNEC            PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-PAGAR             PIC X(02) VALUE SPACES.              00001560
       77 WRK-FS-RELNFF            PIC X(02) VALUE SPACES.              00001570
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001580
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001590
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001600
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001610
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001620
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001630
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001640
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001650
       77 WRK-CONT-CASADAS         PIC 9(07) COMP VALUE ZERO.           00001660
       77 WRK-CONT-RETIDAS         PIC 9(07) COMP VALUE ZERO.           00001670
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001680
       77 WRK-CONT-DUPLICADAS      PIC 9(07) COMP VALUE ZERO.           00001690
       77 WRK-VALOR-CASADO     PIC 9(13)V99 COMP-3 VALUE ZERO.          00001700
       77 WRK-VALOR-RETIDO     PIC 9(13)V99 COMP-3 VALUE ZERO.          00001710
      *---------------------------------------------------              00001720
      *    CONDICOES DO FORNECEDOR E APURACAO DO CASAMENTO -            00001730
      *    PRAZO ZERO NO MASTER VALE O PRAZO PADRAO DE 30 DIAS          00001740
      *---------------------------------------------------              00001750
       77 WRK-PRAZO-PADRAO         PIC 9(03) VALUE 30.                  00001760
       77 WRK-PRAZO-DIAS           PIC 9(03) VALUE ZERO.                00001770
       77 WRK-TOL-QTD              PIC 9(03) VALUE ZERO.                00001780
       77 WRK-TOL-PRECO            PIC 9(03) VALUE ZERO.                00001790
       77 WRK-QTD-FATURADA-ANT     PIC 9(07) VALUE ZERO.                00001800
       77 WRK-QTD-ACUMULADA        PIC 9(08) VALUE ZERO.                00001810
       77 WRK-LIMITE-QTD           PIC 9(09) VALUE ZERO.                00001820
       77 WRK-PRECO-PEDIDO         PIC 9(07)V99 VALUE ZERO.             00001830
       77 WRK-LIMITE-PRECO         PIC 9(09)V99 VALUE ZERO.             00001840
       77 WRK-DIAS-CONTADOS        PIC 9(03) VALUE ZERO.                00001850
       77 WRK-DIAS-NO-MES          PIC 9(02) VALUE ZERO.                00001860
       77 WRK-RESTO-4              PIC 9(04) VALUE ZERO.                00001870
       77 WRK-QUOC-4               PIC 9(04) VALUE ZERO.                00001880
       01 WRK-DATA-DEC.                                                 00001890
          05 WRK-DEC-ANO           PIC 9(04).                           00001900
          05 WRK-DEC-MES           PIC 9(02).                           00001910
          05 WRK-DEC-DIA           PIC 9(02).                           00001920
       01 WRK-SW-VALIDO.                                                00001930
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001940
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001950
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001960
      *---------------------------------------------------              00001970
      *    LINHAS DO RELATORIO DE DIVERGENCIAS                          00001980
      *---------------------------------------------------              00001990
       01 WRK-CABEC1.                                                   00002000
          05 FILLER               PIC X(44) VALUE                       00002010
             'NOTAS DE FORNECEDOR RETIDAS - DATA NEGOCIO '.             00002020
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002030
                                                                        00002040
       01 WRK-CABEC2.                                                   00002050
          05 FILLER               PIC X(49) VALUE                       00002060
             'DIVERGENCIAS NO CASAMENTO PEDIDO X RECEBIMENTO X '.       00002070
          05 FILLER               PIC X(28) VALUE                       00002080
             'NOTA - ANALISE DO COMPRAS'.                               00002090
                                                                        00002100
       01 WRK-DET-NOTA.                                                 00002110
          05 FILLER               PIC X(08) VALUE 'FORNEC: '.           00002120
          05 WRK-DET-FORNECEDOR   PIC 9(05).                            00002130
          05 FILLER               PIC X(06) VALUE ' NF: '.              00002140
          05 WRK-DET-NUM-NF       PIC X(10).                            00002150
          05 FILLER               PIC X(13) VALUE ' PED.COMPRA: '.      00002160
          05 WRK-DET-POR-NUMERO   PIC 9(05).                            00002170
          05 FILLER               PIC X(07) VALUE ' PROD: '.            00002180
          05 WRK-DET-CODIGO       PIC 9(08).                            00002190
          05 FILLER               PIC X(08) VALUE ' VALOR: '.           00002200
          05 WRK-DET-VALOR        PIC Z(10)9.99.                        00002210
          05 FILLER               PIC X(07) VALUE ' VENC: '.            00002220
          05 WRK-DET-VENCIMENTO   PIC 9(08).                            00002230
                                                                        00002240
       01 WRK-DET-QTD.                                                  00002250
          05 FILLER               PIC X(12) VALUE '    QTD NF: '.       00002260
          05 WRK-DET-QTD-NF       PIC Z(6)9.                            00002270
          05 FILLER               PIC X(15) VALUE ' JA FATURADA: '.     00002280
          05 WRK-DET-QTD-FATURADA PIC Z(6)9.                            00002290
          05 FILLER               PIC X(10) VALUE ' PEDIDA: '.          00002300
          05 WRK-DET-QTD-PEDIDA   PIC Z(6)9.                            00002310
          05 FILLER               PIC X(12) VALUE ' RECEBIDA: '.        00002320
          05 WRK-DET-QTD-RECEB    PIC Z(6)9.                            00002330
          05 FILLER               PIC X(07) VALUE ' TOL: '.             00002340
          05 WRK-DET-TOL-QTD      PIC ZZ9.                              00002350
          05 FILLER               PIC X(01) VALUE '%'.                  00002360
                                                                        00002370
       01 WRK-DET-PRECO.                                                00002380
          05 FILLER               PIC X(14) VALUE '    PRECO NF: '.     00002390
          05 WRK-DET-PRECO-NF     PIC Z(6)9.99.                         00002400
          05 FILLER               PIC X(16) VALUE ' PRECO PEDIDO: '.    00002410
          05 WRK-DET-PRECO-POR    PIC Z(6)9.99.                         00002420
          05 FILLER               PIC X(07) VALUE ' TOL: '.             00002430
          05 WRK-DET-TOL-PRECO    PIC ZZ9.                              00002440
          05 FILLER               PIC X(01) VALUE '%'.                  00002450
                                                                        00002460
       01 WRK-DET-DIVERGENCIA.                                          00002470
          05 FILLER               PIC X(07) VALUE '    ** '.            00002480
          05 WRK-DET-DIV-TEXTO    PIC X(50).                            00002490
                                                                        00002500
       01 WRK-LINHA-TOTAL.                                              00002510
          05 WRK-TOT-ROTULO       PIC X(20).                            00002520
          05 WRK-TOT-QTD          PIC Z(6)9.                            00002530
          05 FILLER               PIC X(09) VALUE '  VALOR: '.          00002540
          05 WRK-TOT-VALOR        PIC Z(12)9.99.                        00002550
       COPY CPAUD02.                                                    00002560
       COPY CPCAB01.                                                    00002570
       COPY CPCKP01.                                                    00002580
       COPY CPERR01.                                                    00002590
       COPY CPDTA01.                                                    00002600
       COPY CPSTT01.                                                    00002610
      *---------------------------------------------------              00002620
       LINKAGE                                    SECTION.              00002630
      *---------------------------------------------------              00002640
       01 WRK-PARM-RESTART.                                             00002650
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002660
          05 WRK-PARM-DADOS           PIC X(66).                        00002670
      *=========================================*                       00002680
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002690
      *=========================================*                       00002700
                                                                        00002710
      *---------------------------------------------------              00002720
       0000-PRINCIPAL                     SECTION.                      00002730
      *---------------------------------------------------              00002740
             PERFORM 0100-INICIAR.                                      00002750
             PERFORM 0200-PROCESSAR                                     00002760
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002770
             PERFORM 0300-FINALIZAR.                                    00002780
      *---------------------------------------------------              00002790
       0000-99-FIM.            EXIT.                                    00002800
      *---------------------------------------------------              00002810
                                                                        00002820
       0100-INICIAR                       SECTION.                      00002830
             MOVE 'FR06CB07' TO WRK-CAB-PROGRAMA.                       00002840
             PERFORM 0101-CABECALHO-PADRAO.                             00002850
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002860
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002870
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002880
             PERFORM 0102-INTERPRETAR-PARM.                             00002890
             OPEN I-O PEDCOMPRA.                                        00002900
             OPEN INPUT FORNEC-MASTER.                                  00002910
             PERFORM 0109-ABRIR-PAGAR.                                  00002920
             OPEN INPUT ENTRADA-SYSIN.                                  00002930
             PERFORM 0105-ABRIR-AUDITORIA.                              00002940
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002950
             PERFORM 0104-POSICIONAR-RESTART.                           00002960
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002970
                 OPEN EXTEND REJEITO-INTAKE                             00002980
                 OPEN EXTEND RELNFF                                     00002990
                 OPEN EXTEND CONTROLE                                   00003000
             ELSE                                                       00003010
                 OPEN OUTPUT REJEITO-INTAKE                             00003020
                 OPEN OUTPUT RELNFF                                     00003030
                 OPEN OUTPUT CONTROLE                                   00003040
             END-IF.                                                    00003050
             PERFORM 0110-TESTAR-STATUS.                                00003060
             IF WRK-CKPT-QTD-A-PULAR EQUAL ZERO                         00003070
                 MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF              00003080
                 WRITE REL-LINHA FROM WRK-CABEC1                        00003090
                 WRITE REL-LINHA FROM WRK-CABEC2                        00003100
             END-IF.                                                    00003110
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003120
      *---------------------------------------------------              00003130
       0100-99-FIM.            EXIT.                                    00003140
      *---------------------------------------------------              00003150
           COPY CPCAB02.                                                00003160
       COPY CPCKP02.                                                    00003170
           COPY CPERR02.                                                00003180
           COPY CPDTA02.                                                00003190
           COPY CPSTT02.                                                00003200
           COPY CPAUD03.                                                00003210
      *---------------------------------------------------              00003220
       0105-ABRIR-AUDITORIA               SECTION.                      00003230
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003240
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003250
      *---------------------------------------------------              00003260
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003270
             OPEN EXTEND AUDITORIA.                                     00003280
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003290
                 OPEN OUTPUT AUDITORIA                                  00003300
                 CLOSE AUDITORIA                                        00003310
                 OPEN EXTEND AUDITORIA                                  00003320
             END-IF.                                                    00003330
      *---------------------------------------------------              00003340
       0109-ABRIR-PAGAR                   SECTION.                      00003350
      *    ABRE O MASTER DE CONTAS A PAGAR, CRIANDO-O NA                00003360
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003370
      *---------------------------------------------------              00003380
             OPEN I-O CONTAS-PAGAR.                                     00003390
             IF WRK-FS-PAGAR EQUAL '35'                                 00003400
                 OPEN OUTPUT CONTAS-PAGAR                               00003410
                 CLOSE CONTAS-PAGAR                                     00003420
                 OPEN I-O CONTAS-PAGAR                                  00003430
             END-IF.                                                    00003440
      *---------------------------------------------------              00003450
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00003460
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00003470
      *    ULTIMO CHECKPOINT                                            00003480
      *---------------------------------------------------              00003490
             PERFORM 0108-PULAR-UM-CARTAO                               00003500
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00003510
                    OR WRK-FS-SYSIN EQUAL '10'.                         00003520
      *---------------------------------------------------              00003530
       0108-PULAR-UM-CARTAO               SECTION.                      00003540
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003550
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003560
                 ADD 1 TO WRK-CONT-LIDOS                                00003570
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003580
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003590
             END-IF.                                                    00003600
                                                                        00003610
       0110-TESTAR-STATUS                 SECTION.                      00003620
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00003630
                 MOVE ' ERRO OPEN PEDIDOS DE COMPRA ' TO WRK-MSG        00003640
                 PERFORM 9000-TRATA-ERROS                               00003650
             END-IF.                                                    00003660
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00003670
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00003680
                 PERFORM 9000-TRATA-ERROS                               00003690
             END-IF.                                                    00003700
             IF WRK-FS-PAGAR NOT EQUAL ZEROS                            00003710
                 MOVE ' ERRO OPEN CONTAS A PAGAR ' TO WRK-MSG           00003720
                 PERFORM 9000-TRATA-ERROS                               00003730
             END-IF.                                                    00003740
             IF WRK-FS-RELNFF NOT EQUAL ZEROS                           00003750
                 MOVE ' ERRO OPEN RELATORIO DIVERGENCIAS ' TO WRK-MSG   00003760
                 PERFORM 9000-TRATA-ERROS                               00003770
             END-IF.                                                    00003780
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00003790
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00003800
                 PERFORM 9000-TRATA-ERROS                               00003810
             END-IF.                                                    00003820
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00003830
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00003840
                 PERFORM 9000-TRATA-ERROS                               00003850
             END-IF.                                                    00003860
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003870
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003880
                 PERFORM 9000-TRATA-ERROS                               00003890
             END-IF.                                                    00003900
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003910
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003920
                 PERFORM 9000-TRATA-ERROS                               00003930
             END-IF.                                                    00003940
      *---------------------------------------------------              00003950
       0200-PROCESSAR                     SECTION.                      00003960
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003970
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003980
                 ADD 1 TO WRK-CONT-LIDOS                                00003990
                 PERFORM 0210-VALIDAR-REGISTRO                          00004000
                 IF WRK-REGISTRO-VALIDO                                 00004010
                     PERFORM 0230-CASAR-NOTA                            00004020
                 END-IF                                                 00004030
                 IF WRK-REGISTRO-VALIDO                                 00004040
                     SET AUD-ACEITO TO TRUE                             00004050
                 ELSE                                                   00004060
                     IF REJ24-NOTA-JA-LANCADA                           00004070
                         ADD 1 TO WRK-CONT-DUPLICADAS                   00004080
                     ELSE                                               00004090
                         ADD 1 TO WRK-CONT-REJEITADOS                   00004100
                     END-IF                                             00004110
                     PERFORM 0220-GRAVA-REJEITO                         00004120
                     SET AUD-REJEITADO TO TRUE                          00004130
                 END-IF                                                 00004140
                 PERFORM 0900-GRAVAR-AUDITORIA                          00004150
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004160
                 PERFORM 0105-CHECAR-CHECKPOINT                         00004170
             END-IF.                                                    00004180
      *---------------------------------------------------              00004190
       0210-VALIDAR-REGISTRO              SECTION.                      00004200
      *    EDITS DO CARTAO E CRUZAMENTO COM OS MASTERS - O              00004210
      *    FORNECEDOR PRECISA EXISTIR ATIVO, O PEDIDO DE COMPRA         00004220
      *    PRECISA SER DELE E NAO ESTAR CANCELADO, E A NOTA NAO         00004230
      *    PODE TER SIDO LANCADA ANTES                                  00004240
      *---------------------------------------------------              00004250
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004260
             IF WRK-FORNECEDOR NOT NUMERIC OR                           00004270
                WRK-FORNECEDOR EQUAL ZEROS                              00004280
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004290
                 MOVE 01 TO REJ24-CODIGO-MOTIVO                         00004300
                 MOVE 'CODIGO DE FORNECEDOR INVALIDO' TO                00004310
                     REJ24-DESCRICAO-MOTIVO                             00004320
             ELSE IF WRK-NUM-NF EQUAL SPACES                            00004330
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004340
                 MOVE 02 TO REJ24-CODIGO-MOTIVO                         00004350
                 MOVE 'NUMERO DA NOTA FISCAL EM BRANCO' TO              00004360
                     REJ24-DESCRICAO-MOTIVO                             00004370
             ELSE IF WRK-POR-NUMERO NOT NUMERIC                         00004380
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004390
                 MOVE 03 TO REJ24-CODIGO-MOTIVO                         00004400
                 MOVE 'NUMERO DO PEDIDO NAO NUMERICO' TO                00004410
                     REJ24-DESCRICAO-MOTIVO                             00004420
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00004430
                WRK-QUANTIDADE EQUAL ZEROS                              00004440
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004450
                 MOVE 04 TO REJ24-CODIGO-MOTIVO                         00004460
                 MOVE 'QUANTIDADE INVALIDA' TO                          00004470
                     REJ24-DESCRICAO-MOTIVO                             00004480
             ELSE IF WRK-PRECO-UNIT NOT NUMERIC OR                      00004490
                WRK-PRECO-UNIT EQUAL ZEROS                              00004500
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004510
                 MOVE 05 TO REJ24-CODIGO-MOTIVO                         00004520
                 MOVE 'PRECO UNITARIO INVALIDO' TO                      00004530
                     REJ24-DESCRICAO-MOTIVO                             00004540
             END-IF END-IF END-IF END-IF END-IF.                        00004550
             IF WRK-REGISTRO-VALIDO                                     00004560
                 PERFORM 0212-VALIDAR-FORNECEDOR                        00004570
             END-IF.                                                    00004580
             IF WRK-REGISTRO-VALIDO                                     00004590
                 PERFORM 0214-VALIDAR-PEDIDO                            00004600
             END-IF.                                                    00004610
             IF WRK-REGISTRO-VALIDO                                     00004620
                 PERFORM 0216-VALIDAR-NOTA                              00004630
             END-IF.                                                    00004640
      *---------------------------------------------------              00004650
       0212-VALIDAR-FORNECEDOR            SECTION.                      00004660
      *    GUARDA AS CONDICOES COMERCIAIS DO FORNECEDOR - CAMPO         00004670
      *    NAO NUMERICO (CADASTRO ANTERIOR AS CONDICOES) VALE           00004680
      *    ZERO: PRAZO PADRAO E CASAMENTO SEM TOLERANCIA                00004690
      *---------------------------------------------------              00004700
             MOVE WRK-FORNECEDOR TO FRN-CODIGO.                         00004710
             READ FORNEC-MASTER                                         00004720
                 INVALID KEY                                            00004730
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004740
                 NOT INVALID KEY                                        00004750
                     IF NOT FRN-ATIVO                                   00004760
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004770
                     END-IF                                             00004780
             END-READ.                                                  00004790
             IF WRK-REGISTRO-INVALIDO                                   00004800
                 MOVE 06 TO REJ24-CODIGO-MOTIVO                         00004810
                 MOVE 'FORNECEDOR INEXISTENTE OU INATIVO' TO            00004820
                     REJ24-DESCRICAO-MOTIVO                             00004830
                 GO TO 0212-99-FIM                                      00004840
             END-IF.                                                    00004850
             MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-DIAS.                   00004860
             IF FRN-PRAZO-PAGTO NUMERIC                                 00004870
                AND FRN-PRAZO-PAGTO > ZERO                              00004880
                 MOVE FRN-PRAZO-PAGTO TO WRK-PRAZO-DIAS                 00004890
             END-IF.                                                    00004900
             MOVE ZEROS TO WRK-TOL-QTD.                                 00004910
             IF FRN-TOL-QTD-PCT NUMERIC                                 00004920
                 MOVE FRN-TOL-QTD-PCT TO WRK-TOL-QTD                    00004930
             END-IF.                                                    00004940
             MOVE ZEROS TO WRK-TOL-PRECO.                               00004950
             IF FRN-TOL-PRECO-PCT NUMERIC                               00004960
                 MOVE FRN-TOL-PRECO-PCT TO WRK-TOL-PRECO                00004970
             END-IF.                                                    00004980
       0212-99-FIM.            EXIT.                                    00004990
      *---------------------------------------------------              00005000
       0214-VALIDAR-PEDIDO                SECTION.                      00005010
             MOVE WRK-POR-NUMERO TO POR-NUMERO.                         00005020
             READ PEDCOMPRA                                             00005030
                 INVALID KEY                                            00005040
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005050
                     MOVE 07 TO REJ24-CODIGO-MOTIVO                     00005060
                     MOVE 'PEDIDO DE COMPRA INEXISTENTE' TO             00005070
                         REJ24-DESCRICAO-MOTIVO                         00005080
                 NOT INVALID KEY                                        00005090
                     IF POR-FORNECEDOR NOT EQUAL WRK-FORNECEDOR         00005100
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005110
                         MOVE 08 TO REJ24-CODIGO-MOTIVO                 00005120
                         MOVE 'PEDIDO DE COMPRA DE OUTRO FORNECEDOR'    00005130
                             TO REJ24-DESCRICAO-MOTIVO                  00005140
                     ELSE                                               00005150
                         IF POR-CANCELADO                               00005160
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005170
                             MOVE 09 TO REJ24-CODIGO-MOTIVO             00005180
                             MOVE 'PEDIDO DE COMPRA CANCELADO' TO       00005190
                                 REJ24-DESCRICAO-MOTIVO                 00005200
                         END-IF                                         00005210
                     END-IF                                             00005220
             END-READ.                                                  00005230
      *---------------------------------------------------              00005240
       0216-VALIDAR-NOTA                  SECTION.                      00005250
             MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.                     00005260
             MOVE WRK-NUM-NF     TO PAG-NUM-NF.                         00005270
             READ CONTAS-PAGAR                                          00005280
                 INVALID KEY                                            00005290
                     CONTINUE                                           00005300
                 NOT INVALID KEY                                        00005310
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005320
                     MOVE 10 TO REJ24-CODIGO-MOTIVO                     00005330
                     MOVE 'NOTA FISCAL JA LANCADA' TO                   00005340
                         REJ24-DESCRICAO-MOTIVO                         00005350
             END-READ.                                                  00005360
      *---------------------------------------------------              00005370
       0230-CASAR-NOTA                    SECTION.                      00005380
      *    CASAMENTO EM TRES VIAS: A QUANTIDADE FATURADA NO PEDIDO      00005390
      *    (NOTAS ANTERIORES MAIS ESTA) NAO PODE PASSAR DA PEDIDA       00005400
      *    NEM DA RECEBIDA, E O PRECO DA NOTA NAO PODE PASSAR DO        00005410
      *    PRECO DO PEDIDO, CADA UM ACRESCIDO DA TOLERANCIA DO          00005420
      *    FORNECEDOR. FATURAR ABAIXO E PERMITIDO (NOTA PARCIAL).       00005430
      *    PEDIDO SEM PRECO NAO CASA                                    00005440
      *---------------------------------------------------              00005450
             MOVE SPACES TO CPPAG01-REGISTRO.                           00005460
             MOVE WRK-FORNECEDOR    TO PAG-FORNECEDOR.                  00005470
             MOVE WRK-NUM-NF        TO PAG-NUM-NF.                      00005480
             MOVE POR-NUMERO        TO PAG-POR-NUMERO.                  00005490
             MOVE POR-CODIGO        TO PAG-CODIGO.                      00005500
             MOVE WRK-QUANTIDADE    TO PAG-QUANTIDADE.                  00005510
             MOVE WRK-PRECO-UNIT    TO PAG-PRECO-UNIT.                  00005520
             COMPUTE PAG-VALOR = WRK-QUANTIDADE * WRK-PRECO-UNIT.       00005530
             MOVE WRK-DATA-NEGOCIO  TO PAG-DATA-ENTRADA.                00005540
             PERFORM 0240-CALCULAR-VENCIMENTO.                          00005550
             MOVE ZEROS             TO PAG-DATA-PAGAMENTO.              00005560
             MOVE 'NNN'             TO PAG-DIVERGENCIAS.                00005570
             IF POR-QTD-FATURADA NUMERIC                                00005580
                 MOVE POR-QTD-FATURADA TO WRK-QTD-FATURADA-ANT          00005590
             ELSE                                                       00005600
                 MOVE ZEROS TO WRK-QTD-FATURADA-ANT                     00005610
             END-IF.                                                    00005620
             COMPUTE WRK-QTD-ACUMULADA =                                00005630
                 WRK-QTD-FATURADA-ANT + WRK-QUANTIDADE.                 00005640
             COMPUTE WRK-LIMITE-QTD =                                   00005650
                 POR-QTD-PEDIDA * (100 + WRK-TOL-QTD) / 100.            00005660
             IF WRK-QTD-ACUMULADA > WRK-LIMITE-QTD                      00005670
                 SET PAG-ACIMA-PEDIDO TO TRUE                           00005680
             END-IF.                                                    00005690
             COMPUTE WRK-LIMITE-QTD =                                   00005700
                 POR-QTD-RECEBIDA * (100 + WRK-TOL-QTD) / 100.          00005710
             IF WRK-QTD-ACUMULADA > WRK-LIMITE-QTD                      00005720
                 SET PAG-ACIMA-RECEBIDO TO TRUE                         00005730
             END-IF.                                                    00005740
             IF POR-PRECO-UNIT NUMERIC                                  00005750
                 MOVE POR-PRECO-UNIT TO WRK-PRECO-PEDIDO                00005760
             ELSE                                                       00005770
                 MOVE ZEROS TO WRK-PRECO-PEDIDO                         00005780
             END-IF.                                                    00005790
             COMPUTE WRK-LIMITE-PRECO ROUNDED =                         00005800
                 WRK-PRECO-PEDIDO * (100 + WRK-TOL-PRECO) / 100.        00005810
             IF WRK-PRECO-PEDIDO EQUAL ZEROS                            00005820
                OR WRK-PRECO-UNIT > WRK-LIMITE-PRECO                    00005830
                 SET PAG-PRECO-ACIMA TO TRUE                            00005840
             END-IF.                                                    00005850
             IF PAG-DIVERGENCIAS EQUAL 'NNN'                            00005860
                 SET PAG-SIT-ABERTO TO TRUE                             00005870
             ELSE                                                       00005880
                 SET PAG-SIT-RETIDO TO TRUE                             00005890
             END-IF.                                                    00005900
             WRITE CPPAG01-REGISTRO                                     00005910
                 INVALID KEY                                            00005920
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005930
                     MOVE 10 TO REJ24-CODIGO-MOTIVO                     00005940
                     MOVE 'NOTA FISCAL JA LANCADA' TO                   00005950
                         REJ24-DESCRICAO-MOTIVO                         00005960
             END-WRITE.                                                 00005970
             IF WRK-REGISTRO-INVALIDO                                   00005980
                 GO TO 0230-99-FIM                                      00005990
             END-IF.                                                    00006000
             IF PAG-SIT-ABERTO                                          00006010
                 PERFORM 0232-BAIXAR-PEDIDO                             00006020
             ELSE                                                       00006030
                 ADD 1 TO WRK-CONT-RETIDAS                              00006040
                 ADD PAG-VALOR TO WRK-VALOR-RETIDO                      00006050
                 PERFORM 0250-IMPRIMIR-DIVERGENCIA                      00006060
             END-IF.                                                    00006070
       0230-99-FIM.            EXIT.                                    00006080
      *---------------------------------------------------              00006090
       0232-BAIXAR-PEDIDO                 SECTION.                      00006100
      *    NOTA CASADA SOMA NA QUANTIDADE FATURADA DO PEDIDO - A        00006110
      *    NOTA RETIDA SO ENTRA NA CONTA QUANDO FOR LIBERADA            00006120
      *---------------------------------------------------              00006130
             MOVE WRK-QTD-ACUMULADA TO POR-QTD-FATURADA.                00006140
             REWRITE CPPOR01-REGISTRO.                                  00006150
             ADD 1 TO WRK-CONT-CASADAS.                                 00006160
             ADD PAG-VALOR TO WRK-VALOR-CASADO.                         00006170
             DISPLAY ' NOTA CASADA: FORNEC ' PAG-FORNECEDOR             00006180
                     ' NF ' PAG-NUM-NF                                  00006190
                     ' VENC ' PAG-DATA-VENCIMENTO.                      00006200
      *---------------------------------------------------              00006210
       0240-CALCULAR-VENCIMENTO           SECTION.                      00006220
      *    VENCIMENTO = DATA DE NEGOCIO MAIS O PRAZO DE PAGAMENTO       00006230
      *    DO FORNECEDOR EM DIAS CORRIDOS                               00006240
      *---------------------------------------------------              00006250
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DEC.                     00006260
             MOVE ZERO TO WRK-DIAS-CONTADOS.                            00006270
             PERFORM 0245-DIA-SEGUINTE                                  00006280
                 UNTIL WRK-DIAS-CONTADOS >= WRK-PRAZO-DIAS.             00006290
             MOVE WRK-DATA-DEC TO PAG-DATA-VENCIMENTO.                  00006300
      *---------------------------------------------------              00006310
       0245-DIA-SEGUINTE                  SECTION.                      00006320
      *    AVANCA UM DIA DE CALENDARIO, COM VIRADA DE MES/ANO E         00006330
      *    ANO BISSEXTO                                                 00006340
      *---------------------------------------------------              00006350
             EVALUATE WRK-DEC-MES                                       00006360
                 WHEN 01 WHEN 03 WHEN 05 WHEN 07                        00006370
                 WHEN 08 WHEN 10 WHEN 12                                00006380
                     MOVE 31 TO WRK-DIAS-NO-MES                         00006390
                 WHEN 04 WHEN 06 WHEN 09 WHEN 11                        00006400
                     MOVE 30 TO WRK-DIAS-NO-MES                         00006410
                 WHEN 02                                                00006420
                     DIVIDE WRK-DEC-ANO BY 4                            00006430
                         GIVING WRK-QUOC-4                              00006440
                         REMAINDER WRK-RESTO-4                          00006450
                     IF WRK-RESTO-4 EQUAL ZEROS                         00006460
                         MOVE 29 TO WRK-DIAS-NO-MES                     00006470
                     ELSE                                               00006480
                         MOVE 28 TO WRK-DIAS-NO-MES                     00006490
                     END-IF                                             00006500
             END-EVALUATE.                                              00006510
             IF WRK-DEC-DIA < WRK-DIAS-NO-MES                           00006520
                 ADD 1 TO WRK-DEC-DIA                                   00006530
             ELSE                                                       00006540
                 MOVE 01 TO WRK-DEC-DIA                                 00006550
                 IF WRK-DEC-MES < 12                                    00006560
                     ADD 1 TO WRK-DEC-MES                               00006570
                 ELSE                                                   00006580
                     MOVE 01 TO WRK-DEC-MES                             00006590
                     ADD 1 TO WRK-DEC-ANO                               00006600
                 END-IF                                                 00006610
             END-IF.                                                    00006620
             ADD 1 TO WRK-DIAS-CONTADOS.                                00006630
      *---------------------------------------------------              00006640
       0250-IMPRIMIR-DIVERGENCIA          SECTION.                      00006650
      *    UMA NOTA RETIDA POR BLOCO: IDENTIFICACAO, QUANTIDADES,       00006660
      *    PRECOS E UMA LINHA POR DIVERGENCIA ENCONTRADA                00006670
      *---------------------------------------------------              00006680
             MOVE PAG-FORNECEDOR      TO WRK-DET-FORNECEDOR.            00006690
             MOVE PAG-NUM-NF          TO WRK-DET-NUM-NF.                00006700
             MOVE PAG-POR-NUMERO      TO WRK-DET-POR-NUMERO.            00006710
             MOVE PAG-CODIGO          TO WRK-DET-CODIGO.                00006720
             MOVE PAG-VALOR           TO WRK-DET-VALOR.                 00006730
             MOVE PAG-DATA-VENCIMENTO TO WRK-DET-VENCIMENTO.            00006740
             MOVE SPACES TO REL-LINHA.                                  00006750
             WRITE REL-LINHA.                                           00006760
             WRITE REL-LINHA FROM WRK-DET-NOTA.                         00006770
             MOVE WRK-QUANTIDADE       TO WRK-DET-QTD-NF.               00006780
             MOVE WRK-QTD-FATURADA-ANT TO WRK-DET-QTD-FATURADA.         00006790
             MOVE POR-QTD-PEDIDA       TO WRK-DET-QTD-PEDIDA.           00006800
             MOVE POR-QTD-RECEBIDA     TO WRK-DET-QTD-RECEB.            00006810
             MOVE WRK-TOL-QTD          TO WRK-DET-TOL-QTD.              00006820
             WRITE REL-LINHA FROM WRK-DET-QTD.                          00006830
             MOVE WRK-PRECO-UNIT       TO WRK-DET-PRECO-NF.             00006840
             MOVE WRK-PRECO-PEDIDO     TO WRK-DET-PRECO-POR.            00006850
             MOVE WRK-TOL-PRECO        TO WRK-DET-TOL-PRECO.            00006860
             WRITE REL-LINHA FROM WRK-DET-PRECO.                        00006870
             IF PAG-ACIMA-PEDIDO                                        00006880
                 MOVE 'QUANTIDADE FATURADA ACIMA DA PEDIDA'             00006890
                     TO WRK-DET-DIV-TEXTO                               00006900
                 WRITE REL-LINHA FROM WRK-DET-DIVERGENCIA               00006910
             END-IF.                                                    00006920
             IF PAG-ACIMA-RECEBIDO                                      00006930
                 MOVE 'QUANTIDADE FATURADA ACIMA DA RECEBIDA'           00006940
                     TO WRK-DET-DIV-TEXTO                               00006950
                 WRITE REL-LINHA FROM WRK-DET-DIVERGENCIA               00006960
             END-IF.                                                    00006970
             IF PAG-PRECO-ACIMA                                         00006980
                 IF WRK-PRECO-PEDIDO EQUAL ZEROS                        00006990
                     MOVE 'PEDIDO DE COMPRA SEM PRECO'                  00007000
                         TO WRK-DET-DIV-TEXTO                           00007010
                 ELSE                                                   00007020
                     MOVE 'PRECO DA NOTA ACIMA DO PEDIDO'               00007030
                         TO WRK-DET-DIV-TEXTO                           00007040
                 END-IF                                                 00007050
                 WRITE REL-LINHA FROM WRK-DET-DIVERGENCIA               00007060
             END-IF.                                                    00007070
      *---------------------------------------------------              00007080
       0220-GRAVA-REJEITO                 SECTION.                      00007090
             MOVE 'FR06CB07' TO REJ24-PROGRAMA.                         00007100
             MOVE WRK-REGISTRO TO REJ24-REGISTRO-ORIGINAL.              00007110
             WRITE CPREJ24-REGISTRO.                                    00007120
      *---------------------------------------------------              00007130
       0900-GRAVAR-AUDITORIA              SECTION.                      00007140
             MOVE 'FR06CB07' TO AUD-PROGRAMA.                           00007150
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00007160
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007170
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00007180
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00007190
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00007200
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00007210
             MOVE ZEROS TO AUD-NUM-LOTE.                                00007220
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00007230
             WRITE CPAUD01-REGISTRO.                                    00007240
      *---------------------------------------------------              00007250
       0300-FINALIZAR                     SECTION.                      00007260
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00007270
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00007280
             PERFORM 0310-GRAVA-CONTROLE.                               00007290
             PERFORM 0320-IMPRIMIR-TOTAIS.                              00007300
             MOVE WRK-CONT-LIDOS                                        00007310
                 TO WRK-STT-REGISTROS.                                  00007320
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00007330
             CLOSE PEDCOMPRA.                                           00007340
             CLOSE FORNEC-MASTER.                                       00007350
             CLOSE CONTAS-PAGAR.                                        00007360
             CLOSE RELNFF.                                              00007370
             CLOSE REJEITO-INTAKE.                                      00007380
             CLOSE AUDITORIA.                                           00007390
             CLOSE ENTRADA-SYSIN.                                       00007400
             CLOSE CONTROLE.                                            00007410
             DISPLAY '==========================='.                     00007420
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00007430
             DISPLAY 'NOTAS CASADAS....: ' WRK-CONT-CASADAS.            00007440
             DISPLAY 'NOTAS RETIDAS....: ' WRK-CONT-RETIDAS.            00007450
             DISPLAY 'NOTAS JA LANCADAS: ' WRK-CONT-DUPLICADAS.         00007460
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00007470
             DISPLAY '==========================='.                     00007480
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00007490
             PERFORM 9000-TRATA-ERROS.                                  00007500
      *---------------------------------------------------              00007510
       0310-GRAVA-CONTROLE                SECTION.                      00007520
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00007530
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14) -      00007540
      *    AS NOTAS RETIDAS SAEM COMO FILTRADAS                         00007550
      *---------------------------------------------------              00007560
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00007570
             MOVE SPACES              TO CTL-DATA-HORA.                 00007580
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00007590
             MOVE WRK-CONT-CASADAS    TO CTL-QTD-GRAVADOS.              00007600
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00007610
             MOVE WRK-CONT-DUPLICADAS TO CTL-QTD-DUPLICADOS.            00007620
             MOVE WRK-CONT-RETIDAS    TO CTL-QTD-FILTRADOS.             00007630
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00007640
             MOVE ZERO                TO CTL-QTD-FONTES.                00007650
             WRITE CPCTRL01-REGISTRO.                                   00007660
      *---------------------------------------------------              00007670
       0320-IMPRIMIR-TOTAIS               SECTION.                      00007680
             MOVE SPACES TO REL-LINHA.                                  00007690
             WRITE REL-LINHA.                                           00007700
             MOVE 'NOTAS CASADAS.....: ' TO WRK-TOT-ROTULO.             00007710
             MOVE WRK-CONT-CASADAS       TO WRK-TOT-QTD.                00007720
             MOVE WRK-VALOR-CASADO       TO WRK-TOT-VALOR.              00007730
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00007740
             MOVE 'NOTAS RETIDAS.....: ' TO WRK-TOT-ROTULO.             00007750
             MOVE WRK-CONT-RETIDAS       TO WRK-TOT-QTD.                00007760
             MOVE WRK-VALOR-RETIDO       TO WRK-TOT-VALOR.              00007770
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00007780
      *---------------------------------------------------              00007790
       9000-TRATA-ERROS                   SECTION.                      00007800
      *---------------------------------------------------              00007810
             PERFORM 9050-GRAVAR-ERRLOG.                                00007820
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007830
             STOP RUN.                                                  00007840
      *--------------------------------------------------------------   00007850
       9000-99-FIM.            EXIT.                                    00007860
      *--------------------------------------------------------------   00007870
