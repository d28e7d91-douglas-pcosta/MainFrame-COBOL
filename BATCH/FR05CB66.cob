      *               CARTOES DE SYSIN, CASANDO CADA ENTREGA COM O      00000130
      *               PEDIDO DE COMPRA ABERTO (CPPOR01, GERADO          00000140
      *               PELA FR05CB65). CADA CARTAO TRAZ O NUMERO DO      00000150
      *               PEDIDO DE COMPRA E A QUANTIDADE RECEBIDA,         00000160
      *               COM A UNIDADE (OPCIONAL) EM QUE FOI CONTADA; A    00000170
      *               ENTREGA ACEITA POSTA A ENTRADA 'E' NO SALDO       00000180
      *               DO PRODUTO E NO LIVRO DE MOVIMENTACAO             00000190
      *               (CPMOV02), PELO MESMO CAMINHO DA FR05CB22,        00000200
      *               COM O DOCUMENTO PCnnnnn. RECEBIMENTO PARCIAL      00000210
      *               E PERMITIDO; ENTREGA ALEM DO SALDO DO PEDIDO      00000220
      *               E REJEITADA. PEDIDO TOTALMENTE ENTREGUE           00000230
      *               RECEBE O STATUS 'R'                               00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000290
      *     02/09/2026  IVS     O RECEBIMENTO PASSA A CREDITAR O        00000300
      *                         SALDO DO DEPOSITO 01 (CPSLD01) E O      00000310
      *                         LANCAMENTO DO LIVRO REGISTRA O          00000320
      *                         DEPOSITO - A REDISTRIBUICAO ENTRE       00000330
      *                         DEPOSITOS E FEITA POR CARTAO 'T'        00000340
      *                         NA FR05CB22                             00000350
      *     02/09/2026  IVS     O CARTAO PASSA A CARREGAR O CUSTO       00000360
      *                         UNITARIO DA ENTREGA (OPCIONAL) -        00000370
      *                         INFORMADO, ATUALIZA                     00000380
      *                         PRDM-CUSTO-UNIT COM HISTORICO NO        00000390
      *                         LIVRO DE CUSTO (CPHCU01)                00000400
      *     02/09/2026  IVS     O LANCAMENTO DO LIVRO (LMV-DATA) E      00000410
      *                         O HISTORICO DE CUSTO (HCU-DATA)         00000420
      *                         PASSAM A SAIR COM A DATA DE NEGOCIO     00000430
      *                         DO CALENDARIO, COMO FR05CB22/26/51      00000440
      *                         - O RELOGIO DIVIDIA AS POSTAGENS DE     00000450
      *                         UM MESMO DIA DE NEGOCIO EM DOIS         00000460
      *                         MESES NO FECHAMENTO (FR05CB74)          00000470
      *     15/10/2026  IVS     O CARTAO GANHA A UNIDADE DA             00000480
      *                         QUANTIDADE (EM BRANCO = UNIDADE DE      00000490
      *                         COMPRA DO PEDIDO); EMBALAGENS SAO       00000500
      *                         CONVERTIDAS PELO FATOR DO PEDIDO EM     00000510
      *                         UNIDADES DE ESTOQUE ANTES DA CONFERENCIA00000520
      *                         DO SALDO E DA POSTAGEM, E O CUSTO       00000530
      *                         INFORMADO E RATEADO PELO FATOR          00000540
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000550
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000560
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000570
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000580
      *                         O LANCAMENTO DO LIVRO SAI NO            00000590
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000600
      *                         CADA ENTREGA VAI PARA O ARQUIVO DE      00000610
      *                         DESVIOS (CPDSV01) VALORIZADA PELO       00000620
      *                         CUSTO UNITARIO. PERIODO EM              00000630
      *                         FECHAMENTO: CARTAO REJEITADO (08)       00000640
      *=======================================================*         00000650
                                                                        00000660
      *=======================================================*         00000670
       ENVIRONMENT                               DIVISION.              00000680
      *=======================================================*         00000690
       INPUT-OUTPUT                              SECTION.               00000700
       FILE-CONTROL.                                                    00000710
             SELECT PEDCOMPRA ASSIGN TO ARQPOR                          00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS POR-NUMERO                              00000750
                FILE STATUS  IS WRK-FS-PEDCOMPRA.                       00000760
                                                                        00000770
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000780
                ORGANIZATION IS INDEXED                                 00000790
                ACCESS MODE  IS DYNAMIC                                 00000800
                RECORD KEY   IS PRDM-CODIGO                             00000810
                FILE STATUS  IS WRK-FS-PRDM.                            00000820
                                                                        00000830
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00000840
                ORGANIZATION IS INDEXED                                 00000850
                ACCESS MODE  IS DYNAMIC                                 00000860
                RECORD KEY   IS CNV-CODIGO                              00000870
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00000880
                                                                        00000890
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000900
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000910
                                                                        00000920
             SELECT HISTCUSTO ASSIGN TO ARQHCU                          00000930
                FILE STATUS  IS WRK-FS-HISTCUS.                         00000940
                                                                        00000950
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000960
                ORGANIZATION IS INDEXED                                 00000970
                ACCESS MODE  IS DYNAMIC                                 00000980
                RECORD KEY   IS SLD-CHAVE                               00000990
                FILE STATUS  IS WRK-FS-SALDOS.                          00001000
                                                                        00001010
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001020
                FILE STATUS  IS WRK-FS-REJEITO.                         00001030
                                                                        00001040
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001050
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001060
                                                                        00001070
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001080
                FILE STATUS  IS WRK-FS-SYSIN.                           00001090
                                                                        00001100
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001110
                ORGANIZATION IS INDEXED                                 00001120
                ACCESS MODE  IS DYNAMIC                                 00001130
                RECORD KEY   IS CKP-PROGRAMA                            00001140
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001150
                                                                        00001160
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001170
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001180
                                                                        00001190
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001200
                ORGANIZATION IS INDEXED                                 00001210
                ACCESS MODE  IS DYNAMIC                                 00001220
                RECORD KEY   IS CAL-DATA                                00001230
                FILE STATUS  IS WRK-FS-CALEND.                          00001240
                                                                        00001250
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001260
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001270
                                                                        00001280
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001290
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001300
                                                                        00001310
             SELECT PERIODO  ASSIGN TO ARQPER                           00001320
                ORGANIZATION IS INDEXED                                 00001330
                ACCESS MODE  IS DYNAMIC                                 00001340
                RECORD KEY   IS PER-ANOMES                              00001350
                FILE STATUS  IS WRK-FS-PERIODO.                         00001360
                                                                        00001370
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001380
                FILE STATUS  IS WRK-FS-DESVIO.                          00001390
      *=======================================================*         00001400
       DATA                                      DIVISION.              00001410
      *=======================================================*         00001420
       FILE                                      SECTION.               00001430
       FD ENTRADA-SYSIN                                                 00001440
           RECORDING MODE IS F                                          00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
       01 SYSIN-REGISTRO             PIC X(024).                        00001470
                                                                        00001480
       FD PEDCOMPRA.                                                    00001490
           COPY CPPOR01.                                                00001500
                                                                        00001510
       FD PRODUTO-MASTER.                                               00001520
           COPY CPPRDM01.                                               00001530
                                                                        00001540
       FD CONVERSAO.                                                    00001550
           COPY CPCNV01.                                                00001560
                                                                        00001570
       FD LIVROMOV                                                      00001580
           RECORDING MODE IS F                                          00001590
           BLOCK CONTAINS 0 RECORDS.                                    00001600
           COPY CPMOV02.                                                00001610
                                                                        00001620
       FD SALDOS.                                                       00001630
           COPY CPSLD01.                                                00001640
                                                                        00001650
       FD HISTCUSTO                                                     00001660
           RECORDING MODE IS F                                          00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
           COPY CPHCU01.                                                00001690
                                                                        00001700
       FD REJEITO-INTAKE                                                00001710
           RECORDING MODE IS F                                          00001720
           BLOCK CONTAINS 0 RECORDS.                                    00001730
           COPY CPREJ12.                                                00001740
                                                                        00001750
       FD AUDITORIA                                                     00001760
           RECORDING MODE IS F                                          00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
           COPY CPAUD01.                                                00001790
                                                                        00001800
       FD CHECKPT.                                                      00001810
           COPY CPCKPT01.                                               00001820
                                                                        00001830
       FD ERRLOG.                                                       00001840
           COPY CPERRL01.                                               00001850
                                                                        00001860
       FD CALENDARIO.                                                   00001870
           COPY CPCAL01.                                                00001880
                                                                        00001890
       FD ESTATIS                                                       00001900
           RECORDING MODE IS F                                          00001910
           BLOCK CONTAINS 0 RECORDS.                                    00001920
           COPY CPSTA01.                                                00001930
                                                                        00001940
       FD CONTROLE                                                      00001950
           RECORDING MODE IS F                                          00001960
           BLOCK CONTAINS 0 RECORDS.                                    00001970
           COPY CPCTRL01.                                               00001980
                                                                        00001990
       FD PERIODO.                                                      00002000
           COPY CPPER01.                                                00002010
                                                                        00002020
       FD DESVIO                                                        00002030
           RECORDING MODE IS F                                          00002040
           BLOCK CONTAINS 0 RECORDS.                                    00002050
           COPY CPDSV01.                                                00002060
                                                                        00002070
       WORKING-STORAGE                           SECTION.               00002080
       01 WRK-REGISTRO.                                                 00002090
          05 WRK-POR-NUMERO PIC 9(005)        VALUE ZEROS.              00002100
          05 WRK-QUANTIDADE PIC 9(007)        VALUE ZEROS.              00002110
          05 WRK-CUSTO-UNIT PIC 9(007)V99     VALUE ZEROS.              00002120
          05 WRK-UNIDADE    PIC X(003)        VALUE SPACES.             00002130
                                                                        00002140
       77 WRK-FS-PEDCOMPRA         PIC X(02) VALUE SPACES.              00002150
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002160
       77 WRK-FS-CONVERSAO         PIC X(02) VALUE SPACES.              00002170
       77 WRK-UNID-COMPRA          PIC X(03) VALUE SPACES.              00002180
       77 WRK-UNID-ESTOQUE         PIC X(03) VALUE SPACES.              00002190
       77 WRK-FATOR-USADO          PIC 9(05) VALUE ZEROS.               00002200
       77 WRK-QTD-ESTOQUE          PIC 9(07) VALUE ZERO.                00002210
       77 WRK-FS-LIVROMOV          PIC X(02) VALUE SPACES.              00002220
       77 WRK-FS-SALDOS            PIC X(02) VALUE SPACES.              00002230
       77 WRK-FS-HISTCUS           PIC X(02) VALUE SPACES.              00002240
       77 WRK-CUSTO-ANTERIOR       PIC 9(07)V99 COMP-3 VALUE ZERO.      00002250
       01 WRK-SW-SALDO-DEP.                                             00002260
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00002270
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00002280
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00002290
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002300
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002310
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002320
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002330
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002340
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002350
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002360
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002370
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002380
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002390
       77 WRK-QTD-PENDENTE         PIC 9(07) VALUE ZERO.                00002400
       77 WRK-SALDO-ANTERIOR       PIC 9(07) VALUE ZERO.                00002410
       77 WRK-SALDO-NOVO           PIC 9(07) VALUE ZERO.                00002420
       01 WRK-DOCUMENTO.                                                00002430
          05 FILLER                 PIC X(02) VALUE 'PC'.               00002440
          05 WRK-DOC-NUMERO         PIC 9(05).                          00002450
          05 FILLER                 PIC X(03) VALUE SPACES.             00002460
       01 WRK-SW-VALIDO.                                                00002470
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002480
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002490
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002500
       COPY CPAUD02.                                                    00002510
       COPY CPCAB01.                                                    00002520
       COPY CPCKP01.                                                    00002530
       COPY CPERR01.                                                    00002540
       COPY CPDTA01.                                                    00002550
       COPY CPSTT01.                                                    00002560
       COPY CPPER02.                                                    00002570
      *---------------------------------------------------              00002580
       LINKAGE                                    SECTION.              00002590
      *---------------------------------------------------              00002600
       01 WRK-PARM-RESTART.                                             00002610
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002620
          05 WRK-PARM-DADOS           PIC X(66).                        00002630
      *=========================================*                       00002640
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002650
      *=========================================*                       00002660
                                                                        00002670
      *---------------------------------------------------              00002680
       0000-PRINCIPAL                     SECTION.                      00002690
      *---------------------------------------------------              00002700
             PERFORM 0100-INICIAR.                                      00002710
             PERFORM 0200-PROCESSAR                                     00002720
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002730
             PERFORM 0300-FINALIZAR.                                    00002740
      *---------------------------------------------------              00002750
       0000-99-FIM.            EXIT.                                    00002760
      *---------------------------------------------------              00002770
                                                                        00002780
       0100-INICIAR                       SECTION.                      00002790
             MOVE 'FR05CB66' TO WRK-CAB-PROGRAMA.                       00002800
             PERFORM 0101-CABECALHO-PADRAO.                             00002810
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002820
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002830
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002840
             PERFORM 0970-CONFERIR-PERIODO.                             00002850
             PERFORM 0102-INTERPRETAR-PARM.                             00002860
             OPEN I-O PEDCOMPRA.                                        00002870
             OPEN I-O PRODUTO-MASTER.                                   00002880
             PERFORM 0121-ABRIR-CONVERSAO.                              00002890
             OPEN INPUT ENTRADA-SYSIN.                                  00002900
             PERFORM 0105-ABRIR-AUDITORIA.                              00002910
             PERFORM 0109-ABRIR-LIVROMOV.                               00002920
             PERFORM 0111-ABRIR-SALDOS.                                 00002930
             PERFORM 0113-ABRIR-HISTCUSTO.                              00002940
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002950
             PERFORM 0104-POSICIONAR-RESTART.                           00002960
             PERFORM 0973-ABRIR-DESVIO.                                 00002970
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002980
                 OPEN EXTEND REJEITO-INTAKE                             00002990
                 OPEN EXTEND CONTROLE                                   00003000
             ELSE                                                       00003010
                 OPEN OUTPUT REJEITO-INTAKE                             00003020
                 OPEN OUTPUT CONTROLE                                   00003030
             END-IF.                                                    00003040
             PERFORM 0110-TESTAR-STATUS.                                00003050
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003060
      *---------------------------------------------------              00003070
       0100-99-FIM.            EXIT.                                    00003080
      *---------------------------------------------------              00003090
           COPY CPCAB02.                                                00003100
       COPY CPCKP02.                                                    00003110
           COPY CPERR02.                                                00003120
           COPY CPDTA02.                                                00003130
           COPY CPSTT02.                                                00003140
           COPY CPAUD03.                                                00003150
           COPY CPPER03.                                                00003160
      *---------------------------------------------------              00003170
       0105-ABRIR-AUDITORIA               SECTION.                      00003180
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003190
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003200
      *---------------------------------------------------              00003210
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003220
             OPEN EXTEND AUDITORIA.                                     00003230
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003240
                 OPEN OUTPUT AUDITORIA                                  00003250
                 CLOSE AUDITORIA                                        00003260
                 OPEN EXTEND AUDITORIA                                  00003270
             END-IF.                                                    00003280
      *---------------------------------------------------              00003290
       0109-ABRIR-LIVROMOV                SECTION.                      00003300
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00003310
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003320
      *---------------------------------------------------              00003330
             OPEN EXTEND LIVROMOV.                                      00003340
             IF WRK-FS-LIVROMOV EQUAL '35'                              00003350
                 OPEN OUTPUT LIVROMOV                                   00003360
                 CLOSE LIVROMOV                                         00003370
                 OPEN EXTEND LIVROMOV                                   00003380
             END-IF.                                                    00003390
      *---------------------------------------------------              00003400
       0111-ABRIR-SALDOS                  SECTION.                      00003410
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00003420
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003430
      *---------------------------------------------------              00003440
             OPEN I-O SALDOS.                                           00003450
             IF WRK-FS-SALDOS EQUAL '35'                                00003460
                 OPEN OUTPUT SALDOS                                     00003470
                 CLOSE SALDOS                                           00003480
                 OPEN I-O SALDOS                                        00003490
             END-IF.                                                    00003500
      *---------------------------------------------------              00003510
       0113-ABRIR-HISTCUSTO               SECTION.                      00003520
      *    ABRE O LIVRO DE HISTORICO DE CUSTO EM EXTEND, CRIANDO-O      00003530
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS      00003540
      *    35)                                                          00003550
      *---------------------------------------------------              00003560
             OPEN EXTEND HISTCUSTO.                                     00003570
             IF WRK-FS-HISTCUS EQUAL '35'                               00003580
                 OPEN OUTPUT HISTCUSTO                                  00003590
                 CLOSE HISTCUSTO                                        00003600
                 OPEN EXTEND HISTCUSTO                                  00003610
             END-IF.                                                    00003620
      *---------------------------------------------------              00003630
       0121-ABRIR-CONVERSAO               SECTION.                      00003640
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00003650
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), A UNIDADE DE          00003660
      *    ESTOQUE DE TODO PRODUTO E 'UN' E SO VALE A UNIDADE DE        00003670
      *    COMPRA GRAVADA NO PEDIDO                                     00003680
      *---------------------------------------------------              00003690
             OPEN INPUT CONVERSAO.                                      00003700
             IF WRK-FS-CONVERSAO EQUAL '35'                             00003710
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00003720
                         'ESTOQUE CONTADO EM UN'                        00003730
             END-IF.                                                    00003740
      *---------------------------------------------------              00003750
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00003760
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00003770
      *    ULTIMO CHECKPOINT                                            00003780
      *---------------------------------------------------              00003790
             PERFORM 0108-PULAR-UM-CARTAO                               00003800
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00003810
                    OR WRK-FS-SYSIN EQUAL '10'.                         00003820
      *---------------------------------------------------              00003830
       0108-PULAR-UM-CARTAO               SECTION.                      00003840
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003850
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003860
                 ADD 1 TO WRK-CONT-LIDOS                                00003870
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003880
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003890
             END-IF.                                                    00003900
                                                                        00003910
       0110-TESTAR-STATUS                 SECTION.                      00003920
             IF WRK-FS-PEDCOMPRA NOT EQUAL ZEROS                        00003930
                 MOVE ' ERRO OPEN PEDIDOS DE COMPRA ' TO WRK-MSG        00003940
                 PERFORM 9000-TRATA-ERROS                               00003950
             END-IF.                                                    00003960
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003970
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003980
                 PERFORM 9000-TRATA-ERROS                               00003990
             END-IF.                                                    00004000
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS AND                    00004010
                WRK-FS-CONVERSAO NOT EQUAL '35'                         00004020
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00004030
                 PERFORM 9000-TRATA-ERROS                               00004040
             END-IF.                                                    00004050
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00004060
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00004070
                 PERFORM 9000-TRATA-ERROS                               00004080
             END-IF.                                                    00004090
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00004100
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00004110
                 PERFORM 9000-TRATA-ERROS                               00004120
             END-IF.                                                    00004130
             IF WRK-FS-HISTCUS NOT EQUAL ZEROS                          00004140
                 MOVE ' ERRO OPEN HISTCUSTO ' TO WRK-MSG                00004150
                 PERFORM 9000-TRATA-ERROS                               00004160
             END-IF.                                                    00004170
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00004180
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00004190
                 PERFORM 9000-TRATA-ERROS                               00004200
             END-IF.                                                    00004210
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00004220
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00004230
                 PERFORM 9000-TRATA-ERROS                               00004240
             END-IF.                                                    00004250
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004260
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00004270
                 PERFORM 9000-TRATA-ERROS                               00004280
             END-IF.                                                    00004290
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00004300
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00004310
                 PERFORM 9000-TRATA-ERROS                               00004320
             END-IF.                                                    00004330
      *---------------------------------------------------              00004340
       0200-PROCESSAR                     SECTION.                      00004350
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004360
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004370
                 ADD 1 TO WRK-CONT-LIDOS                                00004380
                 PERFORM 0210-VALIDAR-REGISTRO                          00004390
                 IF WRK-REGISTRO-VALIDO                                 00004400
                     PERFORM 0212-POSTAR-RECEBIMENTO                    00004410
                 END-IF                                                 00004420
                 IF WRK-REGISTRO-VALIDO                                 00004430
                     ADD 1 TO WRK-CONT-ACEITOS                          00004440
                     SET AUD-ACEITO TO TRUE                             00004450
                     IF WRK-PERIODO-DESVIADO                            00004460
                         PERFORM 0225-GRAVAR-DESVIO                     00004470
                     END-IF                                             00004480
                 ELSE                                                   00004490
                     ADD 1 TO WRK-CONT-REJEITADOS                       00004500
                     PERFORM 0220-GRAVA-REJEITO                         00004510
                     SET AUD-REJEITADO TO TRUE                          00004520
                 END-IF                                                 00004530
                 PERFORM 0900-GRAVAR-AUDITORIA                          00004540
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004550
                 PERFORM 0105-CHECAR-CHECKPOINT                         00004560
             END-IF.                                                    00004570
      *---------------------------------------------------              00004580
       0210-VALIDAR-REGISTRO              SECTION.                      00004590
      *    EDITS DO CARTAO E CRUZAMENTO COM O PEDIDO DE COMPRA -        00004600
      *    O PEDIDO PRECISA EXISTIR ABERTO E A ENTREGA, CONVERTIDA      00004610
      *    PARA A UNIDADE DE ESTOQUE, NAO PODE EXCEDER O SALDO          00004620
      *    AINDA NAO RECEBIDO. PERIODO CONTABIL EM FECHAMENTO           00004630
      *    REJEITA O CARTAO                                             00004640
      *---------------------------------------------------              00004650
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004660
             IF WRK-POR-NUMERO NOT NUMERIC                              00004670
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004680
                 MOVE 06 TO REJ12-CODIGO-MOTIVO                         00004690
                 MOVE 'NUMERO DO PEDIDO NAO NUMERICO' TO                00004700
                     REJ12-DESCRICAO-MOTIVO                             00004710
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00004720
                WRK-QUANTIDADE EQUAL ZEROS                              00004730
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004740
                 MOVE 03 TO REJ12-CODIGO-MOTIVO                         00004750
                 MOVE 'QUANTIDADE INVALIDA' TO                          00004760
                     REJ12-DESCRICAO-MOTIVO                             00004770
             ELSE IF WRK-PERIODO-BLOQUEADO                              00004780
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004790
                 MOVE 08 TO REJ12-CODIGO-MOTIVO                         00004800
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00004810
                     REJ12-DESCRICAO-MOTIVO                             00004820
             END-IF END-IF END-IF.                                      00004830
             IF WRK-REGISTRO-VALIDO                                     00004840
                 PERFORM 0214-VALIDAR-PEDIDO                            00004850
             END-IF.                                                    00004860
      *---------------------------------------------------              00004870
       0214-VALIDAR-PEDIDO                SECTION.                      00004880
             MOVE WRK-POR-NUMERO TO POR-NUMERO.                         00004890
             READ PEDCOMPRA                                             00004900
                 INVALID KEY                                            00004910
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004920
                     MOVE 01 TO REJ12-CODIGO-MOTIVO                     00004930
                     MOVE 'PEDIDO DE COMPRA INEXISTENTE' TO             00004940
                         REJ12-DESCRICAO-MOTIVO                         00004950
                 NOT INVALID KEY                                        00004960
                     IF NOT POR-ABERTO                                  00004970
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004980
                         MOVE 02 TO REJ12-CODIGO-MOTIVO                 00004990
                         MOVE 'PEDIDO DE COMPRA ENCERRADO' TO           00005000
                             REJ12-DESCRICAO-MOTIVO                     00005010
                     ELSE                                               00005020
                         PERFORM 0215-CONVERTER-QUANTIDADE              00005030
                     END-IF                                             00005040
             END-READ.                                                  00005050
             IF WRK-REGISTRO-VALIDO                                     00005060
                 COMPUTE WRK-QTD-PENDENTE =                             00005070
                     POR-QTD-PEDIDA - POR-QTD-RECEBIDA                  00005080
                 IF WRK-QTD-ESTOQUE > WRK-QTD-PENDENTE                  00005090
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005100
                     MOVE 04 TO REJ12-CODIGO-MOTIVO                     00005110
                     MOVE 'ENTREGA EXCEDE O PEDIDO' TO                  00005120
                         REJ12-DESCRICAO-MOTIVO                         00005130
                 END-IF                                                 00005140
             END-IF.                                                    00005150
      *---------------------------------------------------              00005160
       0215-CONVERTER-QUANTIDADE          SECTION.                      00005170
      *    UNIDADE DO CARTAO EM BRANCO OU IGUAL A DE COMPRA DO          00005180
      *    PEDIDO: QUANTIDADE EM EMBALAGENS, MULTIPLICADA PELO          00005190
      *    FATOR GRAVADO NA EMISSAO; IGUAL A UNIDADE DE ESTOQUE         00005200
      *    DO PRODUTO (CPCNV01, 'UN' SEM CONVERSAO): QUANTIDADE         00005210
      *    JA EM UNIDADES. QUALQUER OUTRA UNIDADE E REJEITADA.          00005220
      *    PEDIDO ANTERIOR A CONVERSAO VALE COMO 'UN' FATOR 1           00005230
      *---------------------------------------------------              00005240
             IF POR-UNID-COMPRA EQUAL SPACES OR                         00005250
                POR-FATOR-COMPRA NOT NUMERIC OR                         00005260
                POR-FATOR-COMPRA EQUAL ZEROS                            00005270
                 MOVE 'UN'            TO WRK-UNID-COMPRA                00005280
                 MOVE 1               TO WRK-FATOR-USADO                00005290
             ELSE                                                       00005300
                 MOVE POR-UNID-COMPRA TO WRK-UNID-COMPRA                00005310
                 MOVE POR-FATOR-COMPRA TO WRK-FATOR-USADO               00005320
             END-IF.                                                    00005330
             MOVE 'UN' TO WRK-UNID-ESTOQUE.                             00005340
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00005350
                 MOVE POR-CODIGO TO CNV-CODIGO                          00005360
                 READ CONVERSAO                                         00005370
                     INVALID KEY                                        00005380
                         CONTINUE                                       00005390
                     NOT INVALID KEY                                    00005400
                         IF CNV-ATIVA                                   00005410
                             MOVE CNV-UNID-ESTOQUE TO WRK-UNID-ESTOQUE  00005420
                         END-IF                                         00005430
                 END-READ                                               00005440
             END-IF.                                                    00005450
             IF WRK-UNIDADE EQUAL SPACES                                00005460
                 MOVE WRK-UNID-COMPRA TO WRK-UNIDADE                    00005470
             END-IF.                                                    00005480
             IF WRK-UNIDADE EQUAL WRK-UNID-COMPRA                       00005490
                 CONTINUE                                               00005500
             ELSE IF WRK-UNIDADE EQUAL WRK-UNID-ESTOQUE                 00005510
                 MOVE 1 TO WRK-FATOR-USADO                              00005520
             ELSE                                                       00005530
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005540
                 MOVE 07 TO REJ12-CODIGO-MOTIVO                         00005550
                 MOVE 'UNIDADE NAO CONFERE COM O PEDIDO' TO             00005560
                     REJ12-DESCRICAO-MOTIVO                             00005570
             END-IF END-IF.                                             00005580
             IF WRK-REGISTRO-VALIDO                                     00005590
                 COMPUTE WRK-QTD-ESTOQUE =                              00005600
                     WRK-QUANTIDADE * WRK-FATOR-USADO                   00005610
                     ON SIZE ERROR                                      00005620
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005630
                         MOVE 03 TO REJ12-CODIGO-MOTIVO                 00005640
                         MOVE 'QUANTIDADE CONVERTIDA EXCEDE CAMPO' TO   00005650
                             REJ12-DESCRICAO-MOTIVO                     00005660
                 END-COMPUTE                                            00005670
             END-IF.                                                    00005680
      *---------------------------------------------------              00005690
       0212-POSTAR-RECEBIMENTO            SECTION.                      00005700
      *    POSTA A ENTRADA NO SALDO DO PRODUTO E NO LIVRO DE            00005710
      *    MOVIMENTACAO, PELO MESMO CAMINHO DA FR05CB22, E BAIXA        00005720
      *    A QUANTIDADE RECEBIDA NO PEDIDO DE COMPRA - PRODUTO          00005730
      *    REMOVIDO DESDE A EMISSAO DO PEDIDO E REJEITADO               00005740
      *---------------------------------------------------              00005750
             MOVE POR-CODIGO TO PRDM-CODIGO.                            00005760
             READ PRODUTO-MASTER                                        00005770
                 INVALID KEY                                            00005780
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005790
                     MOVE 05 TO REJ12-CODIGO-MOTIVO                     00005800
                     MOVE 'PRODUTO DO PEDIDO SEM CADASTRO' TO           00005810
                         REJ12-DESCRICAO-MOTIVO                         00005820
                 NOT INVALID KEY                                        00005830
                     PERFORM 0216-APLICAR-ENTRADA                       00005840
             END-READ.                                                  00005850
      *---------------------------------------------------              00005860
       0216-APLICAR-ENTRADA               SECTION.                      00005870
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR.                00005880
             ADD WRK-QTD-ESTOQUE TO PRDM-QUANTIDADE.                    00005890
             MOVE PRDM-QUANTIDADE TO WRK-SALDO-NOVO.                    00005900
             PERFORM 0219-ATUALIZAR-CUSTO.                              00005910
             REWRITE CPPRDM01-REGISTRO.                                 00005920
             PERFORM 0217-CREDITAR-DEPOSITO.                            00005930
             PERFORM 0218-GRAVAR-LIVRO.                                 00005940
             ADD WRK-QTD-ESTOQUE TO POR-QTD-RECEBIDA.                   00005950
             IF POR-QTD-RECEBIDA NOT < POR-QTD-PEDIDA                   00005960
                 SET POR-RECEBIDO TO TRUE                               00005970
             END-IF.                                                    00005980
             REWRITE CPPOR01-REGISTRO.                                  00005990
             DISPLAY ' RECEBIMENTO ACEITO: PEDIDO ' POR-NUMERO          00006000
                     ' PRODUTO ' POR-CODIGO                             00006010
                     ' QTD ' WRK-QUANTIDADE ' ' WRK-UNIDADE             00006020
                     ' = ' WRK-QTD-ESTOQUE ' ' WRK-UNID-ESTOQUE.        00006030
      *---------------------------------------------------              00006040
       0219-ATUALIZAR-CUSTO               SECTION.                      00006050
      *    CARTAO COM CUSTO INFORMADO ATUALIZA O CUSTO UNITARIO         00006060
      *    DO PRODUTO (BUFFER JA LIDO PELA POSTAGEM) E GRAVA A          00006070
      *    MUDANCA NO LIVRO DE CUSTO - CUSTO ZERADO OU NAO              00006080
      *    NUMERICO PRESERVA O CUSTO ATUAL. O CUSTO DO CARTAO E         00006090
      *    DA UNIDADE INFORMADA E E DIVIDIDO PELO FATOR PARA            00006100
      *    CHEGAR AO CUSTO DA UNIDADE DE ESTOQUE                        00006110
      *---------------------------------------------------              00006120
             IF WRK-CUSTO-UNIT NOT NUMERIC                              00006130
                OR WRK-CUSTO-UNIT EQUAL ZEROS                           00006140
                 GO TO 0219-99-FIM                                      00006150
             END-IF.                                                    00006160
             IF PRDM-CUSTO-UNIT NUMERIC                                 00006170
                 MOVE PRDM-CUSTO-UNIT TO WRK-CUSTO-ANTERIOR             00006180
             ELSE                                                       00006190
                 MOVE ZEROS TO WRK-CUSTO-ANTERIOR                       00006200
             END-IF.                                                    00006210
             COMPUTE PRDM-CUSTO-UNIT ROUNDED =                          00006220
                 WRK-CUSTO-UNIT / WRK-FATOR-USADO.                      00006230
             MOVE PRDM-CODIGO         TO HCU-CODIGO.                    00006240
             MOVE PRDM-CATEGORIA      TO HCU-CATEGORIA.                 00006250
             MOVE WRK-CUSTO-ANTERIOR  TO HCU-CUSTO-ANTERIOR.            00006260
             MOVE PRDM-CUSTO-UNIT     TO HCU-CUSTO-NOVO.                00006270
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00006280
             MOVE WRK-DATA-NEGOCIO    TO HCU-DATA.                      00006290
             MOVE WRK-HORA-ATUAL (1:6) TO HCU-HORA.                     00006300
             MOVE 'FR05CB66'          TO HCU-PROGRAMA.                  00006310
             WRITE CPHCU01-REGISTRO.                                    00006320
       0219-99-FIM.            EXIT.                                    00006330
      *---------------------------------------------------              00006340
       0217-CREDITAR-DEPOSITO             SECTION.                      00006350
      *    A MERCADORIA RECEBIDA ENTRA NO DEPOSITO 01 (DOCA DE          00006360
      *    RECEBIMENTO) - A REDISTRIBUICAO E FEITA DEPOIS POR           00006370
      *    TRANSFERENCIA 'T' NA FR05CB22                                00006380
      *---------------------------------------------------              00006390
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00006400
             MOVE POR-CODIGO TO SLD-CODIGO.                             00006410
             MOVE '01'       TO SLD-DEPOSITO.                           00006420
             READ SALDOS                                                00006430
                 INVALID KEY                                            00006440
                     MOVE ZEROS TO SLD-QUANTIDADE                       00006450
                 NOT INVALID KEY                                        00006460
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00006470
             END-READ.                                                  00006480
             ADD WRK-QTD-ESTOQUE TO SLD-QUANTIDADE.                     00006490
             IF WRK-SALDO-DEP-ACHADO                                    00006500
                 REWRITE CPSLD01-REGISTRO                               00006510
             ELSE                                                       00006520
                 MOVE POR-CODIGO TO SLD-CODIGO                          00006530
                 MOVE '01'       TO SLD-DEPOSITO                        00006540
                 WRITE CPSLD01-REGISTRO                                 00006550
             END-IF.                                                    00006560
      *---------------------------------------------------              00006570
       0218-GRAVAR-LIVRO                  SECTION.                      00006580
             MOVE POR-CODIGO          TO LMV-CODIGO.                    00006590
             MOVE 'E'                 TO LMV-TIPO.                      00006600
             MOVE WRK-QTD-ESTOQUE     TO LMV-QUANTIDADE.                00006610
             MOVE POR-NUMERO          TO WRK-DOC-NUMERO.                00006620
             MOVE WRK-DOCUMENTO       TO LMV-DOCUMENTO.                 00006630
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00006640
             MOVE WRK-SALDO-NOVO      TO LMV-SALDO-NOVO.                00006650
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00006660
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00006670
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00006680
             MOVE 'FR05CB66'          TO LMV-PROGRAMA.                  00006690
             MOVE '01'                TO LMV-DEPOSITO.                  00006700
             MOVE SPACES              TO LMV-LOTE.                      00006710
             WRITE CPMOV02-REGISTRO.                                    00006720
      *---------------------------------------------------              00006730
       0220-GRAVA-REJEITO                 SECTION.                      00006740
             MOVE 'FR05CB66' TO REJ12-PROGRAMA.                         00006750
             MOVE WRK-REGISTRO TO REJ12-REGISTRO-ORIGINAL.              00006760
             WRITE CPREJ12-REGISTRO.                                    00006770
      *---------------------------------------------------              00006780
       0225-GRAVAR-DESVIO                 SECTION.                      00006790
      *    ENTREGA POSTADA COM O PERIODO DA DATA DE NEGOCIO             00006800
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00006810
      *    COM O DOCUMENTO PCnnnnn E A QUANTIDADE EM ESTOQUE            00006820
      *    VALORIZADA PELO CUSTO UNITARIO DO PRODUTO                    00006830
      *---------------------------------------------------              00006840
             MOVE WRK-DOCUMENTO       TO DSV-DOCUMENTO.                 00006850
             IF PRDM-CUSTO-UNIT NUMERIC                                 00006860
                 COMPUTE DSV-VALOR =                                    00006870
                     WRK-QTD-ESTOQUE * PRDM-CUSTO-UNIT                  00006880
             ELSE                                                       00006890
                 MOVE ZEROS TO DSV-VALOR                                00006900
             END-IF.                                                    00006910
             PERFORM 0972-GRAVAR-DESVIO.                                00006920
      *---------------------------------------------------              00006930
       0900-GRAVAR-AUDITORIA              SECTION.                      00006940
             MOVE 'FR05CB66' TO AUD-PROGRAMA.                           00006950
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00006960
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00006970
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00006980
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00006990
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00007000
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00007010
             MOVE ZEROS TO AUD-NUM-LOTE.                                00007020
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00007030
             WRITE CPAUD01-REGISTRO.                                    00007040
      *---------------------------------------------------              00007050
       0300-FINALIZAR                     SECTION.                      00007060
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00007070
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00007080
             PERFORM 0310-GRAVA-CONTROLE.                               00007090
             MOVE WRK-CONT-LIDOS                                        00007100
                 TO WRK-STT-REGISTROS.                                  00007110
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00007120
             CLOSE PEDCOMPRA.                                           00007130
             CLOSE PRODUTO-MASTER.                                      00007140
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00007150
                 CLOSE CONVERSAO                                        00007160
             END-IF.                                                    00007170
             CLOSE LIVROMOV.                                            00007180
             CLOSE SALDOS.                                              00007190
             CLOSE HISTCUSTO.                                           00007200
             CLOSE REJEITO-INTAKE.                                      00007210
             CLOSE AUDITORIA.                                           00007220
             CLOSE ENTRADA-SYSIN.                                       00007230
             CLOSE CONTROLE.                                            00007240
             CLOSE DESVIO.                                              00007250
             DISPLAY '==========================='.                     00007260
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00007270
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00007280
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00007290
             DISPLAY 'TOTAL DESVIADOS..: ' WRK-CONT-DESVIADOS.          00007300
             DISPLAY '==========================='.                     00007310
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00007320
             PERFORM 9000-TRATA-ERROS.                                  00007330
      *---------------------------------------------------              00007340
       0310-GRAVA-CONTROLE                SECTION.                      00007350
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00007360
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00007370
      *---------------------------------------------------              00007380
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00007390
             MOVE SPACES              TO CTL-DATA-HORA.                 00007400
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00007410
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00007420
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00007430
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00007440
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00007450
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00007460
             MOVE ZERO                TO CTL-QTD-FONTES.                00007470
             WRITE CPCTRL01-REGISTRO.                                   00007480
      *---------------------------------------------------              00007490
       9000-TRATA-ERROS                   SECTION.                      00007500
      *---------------------------------------------------              00007510
             PERFORM 9050-GRAVAR-ERRLOG.                                00007520
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007530
             STOP RUN.                                                  00007540
      *--------------------------------------------------------------   00007550
       9000-99-FIM.            EXIT.                                    00007560
      *--------------------------------------------------------------   00007570
