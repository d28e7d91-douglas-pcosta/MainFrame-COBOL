      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB17.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: CANCELAMENTO SUPERVISIONADO DE NOTA FISCAL        00000120
      *               EMITIDA POR ENGANO (CLIENTE OU PRODUTO            00000130
      *               ERRADO), SO NA PROPRIA DATA DE NEGOCIO DA         00000140
      *               EMISSAO. EXECUCAO AVULSA, SO PARA OPERADOR        00000150
      *               AUTORIZADO NO SERVICO DE AUTORIZACAO              00000160
      *               (FR05CB85). CADA CARTAO 'N' DA SYSIN TRAZ O       00000170
      *               NUMERO DE UMA NOTA (POS 2-6). A NOTA E            00000180
      *               RECUSADA SE NAO EXISTIR NO HISTORICO              00000190
      *               (CPNFH01), FOR DE OUTRA DATA, JA ESTIVER          00000200
      *               CANCELADA OU TIVER TITULO (CPREC01) JA            00000210
      *               RECEBIDO, BAIXADO OU REMETIDO AO BANCO.           00000220
      *               ACEITA, DESFAZ TUDO O QUE O FATURAMENTO           00000230
      *               (FR05CB26/FR05CB51) FEZ: DEVOLVE O ESTOQUE        00000240
      *               (PRODUTO OU COMPONENTES DO KIT), O SALDO DO       00000250
      *               DEPOSITO 01 (CPSLD01) E O COMPROMETIDO, LANCA     00000260
      *               A ENTRADA 'E' NO LIVRO (CPMOV02, DOCUMENTO        00000270
      *               NFCAN + NOTA), EXCLUI OS TITULOS, TIRA O          00000280
      *               VALOR DO SALDO EM ABERTO DO CLIENTE, ESTORNA      00000290
      *               OS ACUMULADORES DO HISTORICO DE VENDAS            00000300
      *               (CPVDH01), MARCA TODAS AS LINHAS DA NOTA COMO     00000310
      *               CANCELADAS (A NOTA NAO E EXCLUIDA - SAI DA        00000320
      *               BASE DE COMISSAO DA FR05CB61 E DOS DEMAIS         00000330
      *               LEITORES DO HISTORICO) E REABRE AS LINHAS DO      00000340
      *               PEDIDO (CPPED01) E O CABECALHO (CPPDC01) PARA     00000350
      *               NOVO FATURAMENTO. NF-E JA AUTORIZADA SAI COM      00000360
      *               AVISO PARA O CANCELAMENTO NA SEFAZ                00000370
      *-------------------------------------------------------*         00000380
      *     HISTORICO DE ALTERACOES                                     00000390
      *     DATA        AUTOR   DESCRICAO                               00000400
      *     ----------  ------  --------------------------------        00000410
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000420
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000430
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000440
      *                         O ESTORNO NO LIVRO E O CANCELAMENTO     00000450
      *                         SAEM NO PRIMEIRO PERIODO ABERTO         00000460
      *                         SEGUINTE E CADA NOTA CANCELADA VAI      00000470
      *                         PARA O ARQUIVO DE DESVIOS (CPDSV01);    00000480
      *                         A NOTA EMITIDA NO DIA COM A DATA DE     00000490
      *                         LANCAMENTO DESVIADA E ACEITA COMO       00000500
      *                         DA DATA DE NEGOCIO. PERIODO EM          00000510
      *                         FECHAMENTO: NOTA RECUSADA E LISTADA     00000520
      *=======================================================*         00000530
                                                                        00000540
      *=======================================================*         00000550
       ENVIRONMENT                               DIVISION.              00000560
      *=======================================================*         00000570
       INPUT-OUTPUT                              SECTION.               00000580
       FILE-CONTROL.                                                    00000590
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000600
                ORGANIZATION IS INDEXED                                 00000610
                ACCESS MODE  IS DYNAMIC                                 00000620
                RECORD KEY   IS NFH-CHAVE                               00000630
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000640
                                                                        00000650
             SELECT CONTASREC ASSIGN TO ARQREC                          00000660
                ORGANIZATION IS INDEXED                                 00000670
                ACCESS MODE  IS DYNAMIC                                 00000680
                RECORD KEY   IS REC-CHAVE                               00000690
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000700
                                                                        00000710
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS CLI-ID                                  00000750
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000760
                                                                        00000770
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000780
                ORGANIZATION IS INDEXED                                 00000790
                ACCESS MODE  IS DYNAMIC                                 00000800
                RECORD KEY   IS PRDM-CODIGO                             00000810
                FILE STATUS  IS WRK-FS-PRDM.                            00000820
                                                                        00000830
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000840
                ORGANIZATION IS INDEXED                                 00000850
                ACCESS MODE  IS DYNAMIC                                 00000860
                RECORD KEY   IS SLD-CHAVE                               00000870
                FILE STATUS  IS WRK-FS-SALDOS.                          00000880
                                                                        00000890
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00000900
                ORGANIZATION IS INDEXED                                 00000910
                ACCESS MODE  IS DYNAMIC                                 00000920
                RECORD KEY   IS KIT-CHAVE                               00000930
                FILE STATUS  IS WRK-FS-KIT.                             00000940
                                                                        00000950
             SELECT VENDHIST ASSIGN TO ARQVDH                           00000960
                ORGANIZATION IS INDEXED                                 00000970
                ACCESS MODE  IS DYNAMIC                                 00000980
                RECORD KEY   IS VDH-CHAVE                               00000990
                FILE STATUS  IS WRK-FS-VENDHIST.                        00001000
                                                                        00001010
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00001020
                ORGANIZATION IS INDEXED                                 00001030
                ACCESS MODE  IS DYNAMIC                                 00001040
                RECORD KEY   IS PDC-NUMERO                              00001050
                FILE STATUS  IS WRK-FS-PEDCAB.                          00001060
                                                                        00001070
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00001080
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00001090
                                                                        00001100
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00001110
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00001120
                                                                        00001130
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001140
                FILE STATUS  IS WRK-FS-SYSIN.                           00001150
                                                                        00001160
             SELECT RELCANC  ASSIGN TO ARQRPT                           00001170
                FILE STATUS  IS WRK-FS-RELCANC.                         00001180
                                                                        00001190
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001200
                ORGANIZATION IS INDEXED                                 00001210
                ACCESS MODE  IS DYNAMIC                                 00001220
                RECORD KEY   IS CAL-DATA                                00001230
                FILE STATUS  IS WRK-FS-CALEND.                          00001240
                                                                        00001250
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001260
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001270
                                                                        00001280
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001290
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001300
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
       FD NOTAHIST.                                                     00001440
           COPY CPNFH01.                                                00001450
                                                                        00001460
       FD CONTASREC.                                                    00001470
           COPY CPREC01.                                                00001480
                                                                        00001490
       FD CLIENTE-MASTER.                                               00001500
           COPY CPCLIE01.                                               00001510
                                                                        00001520
       FD PRODUTO-MASTER.                                               00001530
           COPY CPPRDM01.                                               00001540
                                                                        00001550
       FD SALDOS.                                                       00001560
           COPY CPSLD01.                                                00001570
                                                                        00001580
       FD KIT-MASTER.                                                   00001590
           COPY CPKIT01.                                                00001600
                                                                        00001610
       FD VENDHIST.                                                     00001620
           COPY CPVDH01.                                                00001630
                                                                        00001640
       FD PEDIDO-CABEC.                                                 00001650
           COPY CPPDC01.                                                00001660
                                                                        00001670
       FD PEDIDOS                                                       00001680
           RECORDING MODE IS F                                          00001690
           BLOCK CONTAINS 0 RECORDS.                                    00001700
           COPY CPPED01.                                                00001710
                                                                        00001720
       FD LIVROMOV                                                      00001730
           RECORDING MODE IS F                                          00001740
           BLOCK CONTAINS 0 RECORDS.                                    00001750
           COPY CPMOV02.                                                00001760
                                                                        00001770
       FD ENTRADA-SYSIN                                                 00001780
           RECORDING MODE IS F                                          00001790
           BLOCK CONTAINS 0 RECORDS.                                    00001800
       01 SYSIN-REGISTRO             PIC X(010).                        00001810
                                                                        00001820
       FD RELCANC                                                       00001830
           RECORDING MODE IS F                                          00001840
           BLOCK CONTAINS 0 RECORDS.                                    00001850
       01 REL-LINHA                    PIC X(132).                      00001860
                                                                        00001870
       FD CALENDARIO.                                                   00001880
           COPY CPCAL01.                                                00001890
                                                                        00001900
       FD ERRLOG.                                                       00001910
           COPY CPERRL01.                                               00001920
                                                                        00001930
       FD ESTATIS                                                       00001940
           RECORDING MODE IS F                                          00001950
           BLOCK CONTAINS 0 RECORDS.                                    00001960
           COPY CPSTA01.                                                00001970
                                                                        00001980
       FD PERIODO.                                                      00001990
           COPY CPPER01.                                                00002000
                                                                        00002010
       FD DESVIO                                                        00002020
           RECORDING MODE IS F                                          00002030
           BLOCK CONTAINS 0 RECORDS.                                    00002040
           COPY CPDSV01.                                                00002050
      *---------------------------------------------------              00002060
       WORKING-STORAGE                           SECTION.               00002070
      *---------------------------------------------------              00002080
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00002090
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00002100
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00002110
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00002120
       77 WRK-FS-SALDOS       PIC X(02) VALUE SPACES.                   00002130
       77 WRK-FS-KIT          PIC X(02) VALUE SPACES.                   00002140
       77 WRK-FS-VENDHIST     PIC X(02) VALUE SPACES.                   00002150
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00002160
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00002170
       77 WRK-FS-LIVROMOV     PIC X(02) VALUE SPACES.                   00002180
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00002190
       77 WRK-FS-RELCANC      PIC X(02) VALUE SPACES.                   00002200
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00002210
       77 WRK-CONT-CARTOES    PIC 9(09) COMP VALUE ZERO.                00002220
       77 WRK-CONT-CARTOES-REJ PIC 9(09) COMP VALUE ZERO.               00002230
       77 WRK-CONT-CANCELADAS PIC 9(09) COMP VALUE ZERO.                00002240
       77 WRK-CONT-RECUSADAS  PIC 9(09) COMP VALUE ZERO.                00002250
       77 WRK-CONT-LINHAS     PIC 9(09) COMP VALUE ZERO.                00002260
       77 WRK-CONT-REABERTAS  PIC 9(09) COMP VALUE ZERO.                00002270
       77 WRK-CONT-NAO-REAB   PIC 9(09) COMP VALUE ZERO.                00002280
       77 WRK-TOT-CANCELADO   PIC 9(11)V99 COMP-3 VALUE ZERO.           00002290
      *---------------------------------------------------              00002300
      *    NOTA CORRENTE - APURADA NA CONFERENCIA DAS LINHAS            00002310
      *    DO HISTORICO E DOS TITULOS, ANTES DE QUALQUER                00002320
      *    ESTORNO (NOTA RECUSADA NAO MEXE EM NADA)                     00002330
      *---------------------------------------------------              00002340
       77 WRK-NOTA-CORRENTE   PIC 9(05) VALUE ZEROS.                    00002350
       77 WRK-NOTA-PEDIDO     PIC 9(05) VALUE ZEROS.                    00002360
       77 WRK-NOTA-CLI-ID     PIC 9(05) VALUE ZEROS.                    00002370
       77 WRK-NOTA-LINHAS     PIC 9(03) COMP VALUE ZERO.                00002380
       77 WRK-QTD-TITULOS     PIC 9(03) COMP VALUE ZERO.                00002390
       77 WRK-VALOR-TITULOS   PIC 9(09)V99 COMP-3 VALUE ZERO.           00002400
       01 WRK-SW-NFE.                                                   00002410
          05 WRK-SW-NFE-IND          PIC X(01) VALUE 'N'.               00002420
             88 WRK-NFE-AUTORIZADA         VALUE 'S'.                   00002430
             88 WRK-NFE-NAO-AUTORIZADA     VALUE 'N'.                   00002440
       01 WRK-DOC-CANCEL.                                               00002450
          05 FILLER                 PIC X(05) VALUE 'NFCAN'.            00002460
          05 WRK-DOC-CAN-NUMERO     PIC 9(05).                          00002470
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00002480
       77 WRK-SALDO-ANTERIOR  PIC 9(07) VALUE ZERO.                     00002490
       77 WRK-QTD-ESTORNO     PIC 9(07) VALUE ZERO.                     00002500
       77 WRK-SLD-CODIGO      PIC 9(08) VALUE ZEROS.                    00002510
       01 WRK-SW-KIT.                                                   00002520
          05 WRK-SW-KIT-IND          PIC X(01) VALUE 'N'.               00002530
             88 WRK-PEDIDO-KIT             VALUE 'S'.                   00002540
             88 WRK-PEDIDO-SIMPLES         VALUE 'N'.                   00002550
      *---------------------------------------------------              00002560
      *    COMPONENTES DO KIT DA LINHA CORRENTE                         00002570
      *---------------------------------------------------              00002580
       77 WRK-MAX-COMP        PIC 9(02) COMP VALUE 20.                  00002590
       77 WRK-QTD-COMP        PIC 9(02) COMP VALUE ZERO.                00002600
       77 WRK-IDX-COMP        PIC 9(02) COMP VALUE ZERO.                00002610
       01 WRK-TABELA-COMP.                                              00002620
          05 WRK-ENT-COMP OCCURS 20 TIMES.                              00002630
             10 WRK-CMP-CODIGO        PIC 9(08).                        00002640
             10 WRK-CMP-QTD-KIT       PIC 9(05).                        00002650
      *---------------------------------------------------              00002660
      *    CARTAO DA SYSIN - 'N' + NUMERO DA NOTA (POS 2-6)             00002670
      *---------------------------------------------------              00002680
       01 WRK-CARTAO-CANCEL.                                            00002690
          05 WRK-CRT-TIPO          PIC X(01).                           00002700
             88 WRK-CRT-NOTA              VALUE 'N'.                    00002710
          05 WRK-CRT-NOTA-NUM      PIC 9(05).                           00002720
          05 FILLER                PIC X(04).                           00002730
      *---------------------------------------------------              00002740
      *    NOTAS INFORMADAS NOS CARTOES 'N'                             00002750
      *---------------------------------------------------              00002760
       77 WRK-MAX-NOTAS       PIC 9(03) COMP VALUE 100.                 00002770
       77 WRK-QTD-NOTAS       PIC 9(03) COMP VALUE ZERO.                00002780
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00002790
       77 WRK-IDX-DUP         PIC 9(03) COMP VALUE ZERO.                00002800
       01 WRK-TABELA-NOTAS.                                             00002810
          05 WRK-ENT-NOTA OCCURS 100 TIMES.                             00002820
             10 WRK-TBN-NOTA          PIC 9(05).                        00002830
      *---------------------------------------------------              00002840
      *    LINHAS DE PEDIDO A REABRIR - UMA POR LINHA DE NOTA           00002850
      *    CANCELADA, CASADAS NA PASSADA UNICA PELO ARQUIVO             00002860
      *    SEQUENCIAL DE PEDIDOS                                        00002870
      *---------------------------------------------------              00002880
       77 WRK-MAX-REABRIR     PIC 9(04) COMP VALUE 1000.                00002890
       77 WRK-QTD-REABRIR     PIC 9(04) COMP VALUE ZERO.                00002900
       77 WRK-IDX-REA         PIC 9(04) COMP VALUE ZERO.                00002910
       77 WRK-IDX-REA-ACH     PIC 9(04) COMP VALUE ZERO.                00002920
       01 WRK-TABELA-REABRIR.                                           00002930
          05 WRK-ENT-REABRIR OCCURS 1000 TIMES.                         00002940
             10 WRK-TBR-PEDIDO        PIC 9(05).                        00002950
             10 WRK-TBR-CODIGO        PIC 9(08).                        00002960
             10 WRK-TBR-QUANTIDADE    PIC 9(07).                        00002970
             10 WRK-TBR-NOTA          PIC 9(05).                        00002980
             10 WRK-TBR-SITUACAO      PIC X(01).                        00002990
                88 WRK-TBR-PENDENTE         VALUE 'P'.                  00003000
                88 WRK-TBR-REABERTA         VALUE 'R'.                  00003010
      *---------------------------------------------------              00003020
      *    PEDIDO CORRENTE NA PASSADA PELOS PEDIDOS - CONTAGEM          00003030
      *    DAS LINHAS POR SITUACAO PARA O CABECALHO, COMO NO            00003040
      *    FECHAMENTO DO PEDIDO DO FATURAMENTO (FR05CB26)               00003050
      *---------------------------------------------------              00003060
       77 WRK-PED-CORRENTE    PIC 9(05) VALUE ZEROS.                    00003070
       77 WRK-PED-NOTA-CANC   PIC 9(05) VALUE ZEROS.                    00003080
       77 WRK-PED-LIN-FATUR   PIC 9(03) COMP VALUE ZERO.                00003090
       77 WRK-PED-LIN-BACKORD PIC 9(03) COMP VALUE ZERO.                00003100
       77 WRK-PED-LIN-ABERTAS PIC 9(03) COMP VALUE ZERO.                00003110
       01 WRK-SW-PEDIDO.                                                00003120
          05 WRK-SW-PEDIDO-IND       PIC X(01) VALUE 'N'.               00003130
             88 WRK-PEDIDO-REABERTO        VALUE 'S'.                   00003140
             88 WRK-PEDIDO-INTACTO         VALUE 'N'.                   00003150
      *---------------------------------------------------              00003160
      *    LINHAS DO RELATORIO DE CANCELAMENTO                          00003170
      *---------------------------------------------------              00003180
       01 WRK-CABEC1.                                                   00003190
          05 FILLER               PIC X(40) VALUE                       00003200
             'CANCELAMENTO DE NOTAS FISCAIS'.                           00003210
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00003220
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00003230
          05 FILLER               PIC X(12) VALUE '  OPERADOR: '.       00003240
          05 WRK-CAB-OPER-REF     PIC X(20).                            00003250
                                                                        00003260
       01 WRK-CABEC2.                                                   00003270
          05 FILLER PIC X(07) VALUE 'NOTA'.                             00003280
          05 FILLER PIC X(08) VALUE 'PEDIDO'.                           00003290
          05 FILLER PIC X(09) VALUE 'CLIENTE'.                          00003300
          05 FILLER PIC X(07) VALUE 'LINHAS'.                           00003310
          05 FILLER PIC X(15) VALUE '  VALOR TITULOS'.                  00003320
          05 FILLER PIC X(02) VALUE SPACES.                             00003330
          05 FILLER PIC X(08) VALUE 'SITUACAO'.                         00003340
                                                                        00003350
       01 WRK-DETALHE.                                                  00003360
          05 WRK-DET-NOTA         PIC 9(05).                            00003370
          05 FILLER               PIC X(02) VALUE SPACES.               00003380
          05 WRK-DET-PEDIDO       PIC 9(05).                            00003390
          05 FILLER               PIC X(03) VALUE SPACES.               00003400
          05 WRK-DET-CLI-ID       PIC 9(05).                            00003410
          05 FILLER               PIC X(04) VALUE SPACES.               00003420
          05 WRK-DET-LINHAS       PIC ZZ9.                              00003430
          05 FILLER               PIC X(04) VALUE SPACES.               00003440
          05 WRK-DET-VALOR        PIC Z(11)9.99.                        00003450
          05 FILLER               PIC X(02) VALUE SPACES.               00003460
          05 WRK-DET-SITUACAO     PIC X(40).                            00003470
                                                                        00003480
       01 WRK-LIN-CARTAO.                                               00003490
          05 FILLER               PIC X(17) VALUE                       00003500
             'CARTAO RECUSADO: '.                                       00003510
          05 WRK-LCR-IMAGEM       PIC X(10).                            00003520
          05 FILLER               PIC X(02) VALUE SPACES.               00003530
          05 WRK-LCR-MOTIVO       PIC X(40).                            00003540
                                                                        00003550
       01 WRK-RODAPE1.                                                  00003560
          05 FILLER PIC X(26) VALUE 'TOTAL NOTAS CANCELADAS...:'.       00003570
          05 FILLER PIC X(01) VALUE SPACES.                             00003580
          05 WRK-ROD-CANCELADAS   PIC Z(8)9.                            00003590
                                                                        00003600
       01 WRK-RODAPE2.                                                  00003610
          05 FILLER PIC X(26) VALUE 'VALOR TOTAL CANCELADO....:'.       00003620
          05 FILLER PIC X(01) VALUE SPACES.                             00003630
          05 WRK-ROD-VALOR        PIC Z(10)9.99.                        00003640
                                                                        00003650
       01 WRK-RODAPE3.                                                  00003660
          05 FILLER PIC X(26) VALUE 'NOTAS INFORMADAS RECUSADAS'.       00003670
          05 FILLER PIC X(01) VALUE ':'.                                00003680
          05 WRK-ROD-RECUSADAS    PIC Z(8)9.                            00003690
                                                                        00003700
       01 WRK-RODAPE4.                                                  00003710
          05 FILLER PIC X(26) VALUE 'LINHAS DE PEDIDO REABERTAS'.       00003720
          05 FILLER PIC X(01) VALUE ':'.                                00003730
          05 WRK-ROD-REABERTAS    PIC Z(8)9.                            00003740
       COPY CPCAB01.                                                    00003750
       COPY CPAUT02.                                                    00003760
       COPY CPERR01.                                                    00003770
       COPY CPDTA01.                                                    00003780
       COPY CPSTT01.                                                    00003790
       COPY CPPER02.                                                    00003800
      *=========================================*                       00003810
       PROCEDURE DIVISION.                                              00003820
      *=========================================*                       00003830
                                                                        00003840
      *---------------------------------------------------              00003850
       0000-PRINCIPAL                     SECTION.                      00003860
      *---------------------------------------------------              00003870
             PERFORM 0100-INICIAR.                                      00003880
             MOVE ZERO TO WRK-IDX.                                      00003890
             PERFORM 0200-CANCELAR-NOTA                                 00003900
                 UNTIL WRK-IDX >= WRK-QTD-NOTAS.                        00003910
             IF WRK-QTD-REABRIR > ZERO                                  00003920
                 PERFORM 0400-REABRIR-PEDIDOS                           00003930
             END-IF.                                                    00003940
             PERFORM 0300-FINALIZAR.                                    00003950
      *---------------------------------------------------              00003960
       0000-99-FIM.            EXIT.                                    00003970
      *---------------------------------------------------              00003980
                                                                        00003990
       0100-INICIAR                       SECTION.                      00004000
             MOVE 'FR06CB17' TO WRK-CAB-PROGRAMA.                       00004010
             PERFORM 0101-CABECALHO-PADRAO.                             00004020
             PERFORM 0135-CONFERIR-ACESSO.                              00004030
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00004040
             PERFORM 0131-INICIAR-ESTATISTICA.                          00004050
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00004060
             PERFORM 0970-CONFERIR-PERIODO.                             00004070
             OPEN I-O NOTAHIST.                                         00004080
             OPEN I-O CONTASREC.                                        00004090
             OPEN I-O CLIENTE-MASTER.                                   00004100
             OPEN I-O PRODUTO-MASTER.                                   00004110
             OPEN I-O SALDOS.                                           00004120
             OPEN I-O VENDHIST.                                         00004130
             OPEN I-O PEDIDOS.                                          00004140
             OPEN INPUT ENTRADA-SYSIN.                                  00004150
             OPEN OUTPUT RELCANC.                                       00004160
             PERFORM 0105-ABRIR-KITS.                                   00004170
             PERFORM 0106-ABRIR-PEDCAB.                                 00004180
             PERFORM 0107-ABRIR-LIVROMOV.                               00004190
             PERFORM 0973-ABRIR-DESVIO.                                 00004200
             PERFORM 0110-TESTAR-STATUS.                                00004210
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00004220
             MOVE WRK-CAB-OPERADOR TO WRK-CAB-OPER-REF.                 00004230
             WRITE REL-LINHA FROM WRK-CABEC1.                           00004240
             PERFORM 0140-CARREGAR-CARTOES                              00004250
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004260
             CLOSE ENTRADA-SYSIN.                                       00004270
             IF WRK-QTD-NOTAS EQUAL ZERO                                00004280
                 DISPLAY ' AVISO: NENHUMA NOTA VALIDA NA SYSIN'         00004290
             END-IF.                                                    00004300
             WRITE REL-LINHA FROM WRK-CABEC2.                           00004310
      *---------------------------------------------------              00004320
       0100-99-FIM.            EXIT.                                    00004330
      *---------------------------------------------------              00004340
           COPY CPCAB02.                                                00004350
           COPY CPERR02.                                                00004360
           COPY CPDTA02.                                                00004370
           COPY CPSTT02.                                                00004380
           COPY CPPER03.                                                00004390
      *---------------------------------------------------              00004400
       0105-ABRIR-KITS                    SECTION.                      00004410
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00004420
      *    PELA FR05CB75 (FILE STATUS 35), NENHUMA LINHA E              00004430
      *    TRATADA COMO KIT, COMO NO FATURAMENTO                        00004440
      *---------------------------------------------------              00004450
             OPEN INPUT KIT-MASTER.                                     00004460
             IF WRK-FS-KIT EQUAL '35'                                   00004470
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00004480
             END-IF.                                                    00004490
      *---------------------------------------------------              00004500
       0106-ABRIR-PEDCAB                  SECTION.                      00004510
      *    ABRE O CABECALHO DE PEDIDOS - AINDA NAO CRIADO PELOS         00004520
      *    INTAKES (FILE STATUS 35), A REABERTURA SEGUE SO PELAS        00004530
      *    LINHAS, COMO NOS PEDIDOS ANTIGOS SEM CABECALHO               00004540
      *---------------------------------------------------              00004550
             OPEN I-O PEDIDO-CABEC.                                     00004560
             IF WRK-FS-PEDCAB EQUAL '35'                                00004570
                 DISPLAY ' AVISO: SEM CABECALHO DE PEDIDOS'             00004580
             END-IF.                                                    00004590
      *---------------------------------------------------              00004600
       0107-ABRIR-LIVROMOV                SECTION.                      00004610
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00004620
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004630
      *---------------------------------------------------              00004640
             OPEN EXTEND LIVROMOV.                                      00004650
             IF WRK-FS-LIVROMOV EQUAL '35'                              00004660
                 OPEN OUTPUT LIVROMOV                                   00004670
                 CLOSE LIVROMOV                                         00004680
                 OPEN EXTEND LIVROMOV                                   00004690
             END-IF.                                                    00004700
      *---------------------------------------------------              00004710
       0135-CONFERIR-ACESSO               SECTION.                      00004720
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00004730
      *    OPERADOR DO JOB PODE RODAR ESTE PROGRAMA. O                  00004740
      *    CANCELAMENTO DE NOTA EXIGE AUTORIZACAO - SEM MASTER DE       00004750
      *    AUTORIZACAO OU ACESSO NEGADO, O JOB TERMINA COM RC=12        00004760
      *---------------------------------------------------              00004770
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00004780
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00004790
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00004800
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00004810
             EVALUATE TRUE                                              00004820
                 WHEN AUT-CHK-PERMITIDO                                 00004830
                     CONTINUE                                           00004840
                 WHEN AUT-CHK-SEM-MASTER                                00004850
                     MOVE 12 TO RETURN-CODE                             00004860
                     MOVE ' ERRO SEM MASTER DE AUTORIZACAO '            00004870
                         TO WRK-MSG                                     00004880
                     PERFORM 9000-TRATA-ERROS                           00004890
                 WHEN OTHER                                             00004900
                     MOVE 12 TO RETURN-CODE                             00004910
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00004920
                         TO WRK-MSG                                     00004930
                     PERFORM 9000-TRATA-ERROS                           00004940
             END-EVALUATE.                                              00004950
      *---------------------------------------------------              00004960
       0110-TESTAR-STATUS                 SECTION.                      00004970
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00004980
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00004990
                 PERFORM 9000-TRATA-ERROS                               00005000
             END-IF.                                                    00005010
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00005020
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00005030
                 PERFORM 9000-TRATA-ERROS                               00005040
             END-IF.                                                    00005050
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005060
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005070
                 PERFORM 9000-TRATA-ERROS                               00005080
             END-IF.                                                    00005090
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005100
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005110
                 PERFORM 9000-TRATA-ERROS                               00005120
             END-IF.                                                    00005130
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00005140
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00005150
                 PERFORM 9000-TRATA-ERROS                               00005160
             END-IF.                                                    00005170
             IF WRK-FS-VENDHIST NOT EQUAL ZEROS                         00005180
                 MOVE ' ERRO OPEN HISTORICO DE VENDAS ' TO WRK-MSG      00005190
                 PERFORM 9000-TRATA-ERROS                               00005200
             END-IF.                                                    00005210
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00005220
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00005230
                 PERFORM 9000-TRATA-ERROS                               00005240
             END-IF.                                                    00005250
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005260
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005270
                 PERFORM 9000-TRATA-ERROS                               00005280
             END-IF.                                                    00005290
             IF WRK-FS-RELCANC NOT EQUAL ZEROS                          00005300
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00005310
                 PERFORM 9000-TRATA-ERROS                               00005320
             END-IF.                                                    00005330
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00005340
                AND WRK-FS-KIT NOT EQUAL '35'                           00005350
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00005360
                 PERFORM 9000-TRATA-ERROS                               00005370
             END-IF.                                                    00005380
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00005390
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00005400
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDOS ' TO WRK-MSG     00005410
                 PERFORM 9000-TRATA-ERROS                               00005420
             END-IF.                                                    00005430
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00005440
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00005450
                 PERFORM 9000-TRATA-ERROS                               00005460
             END-IF.                                                    00005470
      *---------------------------------------------------              00005480
       0140-CARREGAR-CARTOES              SECTION.                      00005490
      *    LE UM CARTAO DA SYSIN - NOTA ('N') NUMERICA, SEM             00005500
      *    REPETICAO. CARTAO INVALIDO E LISTADO NO RELATORIO E          00005510
      *    DESPREZADO                                                   00005520
      *---------------------------------------------------              00005530
             MOVE SPACES TO WRK-CARTAO-CANCEL.                          00005540
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CANCEL.                 00005550
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005560
                 GO TO 0140-99-FIM                                      00005570
             END-IF.                                                    00005580
             ADD 1 TO WRK-CONT-CARTOES.                                 00005590
             MOVE SPACES TO WRK-LCR-MOTIVO.                             00005600
             IF NOT WRK-CRT-NOTA                                        00005610
                 MOVE 'TIPO DE CARTAO INVALIDO' TO WRK-LCR-MOTIVO       00005620
             ELSE IF WRK-CRT-NOTA-NUM NOT NUMERIC                       00005630
                OR WRK-CRT-NOTA-NUM EQUAL ZEROS                         00005640
                 MOVE 'NUMERO DA NOTA NAO NUMERICO' TO WRK-LCR-MOTIVO   00005650
             ELSE                                                       00005660
                 PERFORM 0145-PROCURAR-REPETIDA                         00005670
                 IF WRK-IDX-DUP > ZERO                                  00005680
                     MOVE 'NOTA REPETIDA NA SYSIN' TO WRK-LCR-MOTIVO    00005690
                 ELSE IF WRK-QTD-NOTAS >= WRK-MAX-NOTAS                 00005700
                     MOVE 'NOTAS INFORMADAS EXCEDEM A TABELA'           00005710
                         TO WRK-LCR-MOTIVO                              00005720
                 ELSE                                                   00005730
                     ADD 1 TO WRK-QTD-NOTAS                             00005740
                     MOVE WRK-CRT-NOTA-NUM                              00005750
                         TO WRK-TBN-NOTA (WRK-QTD-NOTAS)                00005760
                 END-IF END-IF                                          00005770
             END-IF END-IF.                                             00005780
             IF WRK-LCR-MOTIVO NOT EQUAL SPACES                         00005790
                 ADD 1 TO WRK-CONT-CARTOES-REJ                          00005800
                 MOVE WRK-CARTAO-CANCEL TO WRK-LCR-IMAGEM               00005810
                 WRITE REL-LINHA FROM WRK-LIN-CARTAO                    00005820
             END-IF.                                                    00005830
       0140-99-FIM.            EXIT.                                    00005840
      *---------------------------------------------------              00005850
       0145-PROCURAR-REPETIDA             SECTION.                      00005860
             MOVE ZERO TO WRK-IDX-DUP.                                  00005870
             MOVE ZERO TO WRK-IDX.                                      00005880
             PERFORM 0146-COMPARAR-UMA-NOTA                             00005890
                 UNTIL WRK-IDX >= WRK-QTD-NOTAS                         00005900
                    OR WRK-IDX-DUP > ZERO.                              00005910
             MOVE ZERO TO WRK-IDX.                                      00005920
      *---------------------------------------------------              00005930
       0146-COMPARAR-UMA-NOTA             SECTION.                      00005940
             ADD 1 TO WRK-IDX.                                          00005950
             IF WRK-TBN-NOTA (WRK-IDX) EQUAL WRK-CRT-NOTA-NUM           00005960
                 MOVE WRK-IDX TO WRK-IDX-DUP                            00005970
             END-IF.                                                    00005980
      *---------------------------------------------------              00005990
       0200-CANCELAR-NOTA                 SECTION.                      00006000
      *    CONFERE A NOTA INFORMADA E, ACEITA, DESFAZ O                 00006010
      *    FATURAMENTO: ESTOQUE, VENDAS E HISTORICO POR LINHA,          00006020
      *    DEPOIS OS TITULOS E O SALDO EM ABERTO DO CLIENTE. A          00006030
      *    REABERTURA DO PEDIDO FICA PARA A PASSADA PELOS PEDIDOS.      00006040
      *    COM O PERIODO CONTABIL EM FECHAMENTO A NOTA E RECUSADA       00006050
      *---------------------------------------------------              00006060
             ADD 1 TO WRK-IDX.                                          00006070
             MOVE WRK-TBN-NOTA (WRK-IDX) TO WRK-NOTA-CORRENTE.          00006080
             MOVE SPACES TO WRK-DET-SITUACAO.                           00006090
             PERFORM 0210-CONFERIR-NOTA.                                00006100
             IF WRK-DET-SITUACAO EQUAL SPACES                           00006110
                 PERFORM 0215-CONFERIR-TITULOS                          00006120
             END-IF.                                                    00006130
             IF WRK-DET-SITUACAO EQUAL SPACES                           00006140
                AND WRK-PERIODO-BLOQUEADO                               00006150
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00006160
                 MOVE 'PERIODO CONTABIL BLOQUEADO'                      00006170
                     TO WRK-DET-SITUACAO                                00006180
             END-IF.                                                    00006190
             IF WRK-DET-SITUACAO EQUAL SPACES                           00006200
                AND WRK-QTD-REABRIR + WRK-NOTA-LINHAS                   00006210
                    > WRK-MAX-REABRIR                                   00006220
                 MOVE 'LINHAS A REABRIR EXCEDEM A TABELA'               00006230
                     TO WRK-DET-SITUACAO                                00006240
             END-IF.                                                    00006250
             IF WRK-DET-SITUACAO NOT EQUAL SPACES                       00006260
                 ADD 1 TO WRK-CONT-RECUSADAS                            00006270
                 PERFORM 0260-LISTAR-NOTA                               00006280
                 GO TO 0200-99-FIM                                      00006290
             END-IF.                                                    00006300
             MOVE WRK-NOTA-CORRENTE TO WRK-DOC-CAN-NUMERO.              00006310
             PERFORM 0220-ESTORNAR-LINHAS.                              00006320
             PERFORM 0240-EXCLUIR-TITULOS.                              00006330
             PERFORM 0250-ESTORNAR-EXPOSICAO.                           00006340
             ADD 1 TO WRK-CONT-CANCELADAS.                              00006350
             ADD WRK-VALOR-TITULOS TO WRK-TOT-CANCELADO.                00006360
             IF WRK-NFE-AUTORIZADA                                      00006370
                 MOVE 'CANCELADA - NF-E AUTORIZADA NA SEFAZ'            00006380
                     TO WRK-DET-SITUACAO                                00006390
                 DISPLAY ' AVISO: NOTA ' WRK-NOTA-CORRENTE              00006400
                         ' COM NF-E AUTORIZADA - CANCELAR NA SEFAZ'     00006410
             ELSE                                                       00006420
                 MOVE 'CANCELADA' TO WRK-DET-SITUACAO                   00006430
             END-IF.                                                    00006440
             PERFORM 0260-LISTAR-NOTA.                                  00006450
             IF WRK-PERIODO-DESVIADO                                    00006460
                 PERFORM 0205-GRAVAR-DESVIO                             00006470
             END-IF.                                                    00006480
       0200-99-FIM.            EXIT.                                    00006490
      *---------------------------------------------------              00006500
       0205-GRAVAR-DESVIO                 SECTION.                      00006510
      *    NOTA CANCELADA COM O PERIODO DA DATA DE NEGOCIO FECHADO      00006520
      *    - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31) COM O        00006530
      *    DOCUMENTO NFCAN + NOTA E O VALOR DOS TITULOS EXCLUIDOS       00006540
      *---------------------------------------------------              00006550
             MOVE WRK-DOC-CANCEL      TO DSV-DOCUMENTO.                 00006560
             MOVE WRK-VALOR-TITULOS   TO DSV-VALOR.                     00006570
             PERFORM 0972-GRAVAR-DESVIO.                                00006580
      *---------------------------------------------------              00006590
       0210-CONFERIR-NOTA                 SECTION.                      00006600
      *    PERCORRE AS LINHAS DA NOTA NO HISTORICO (START NO ITEM       00006610
      *    ZERO) - A NOTA PRECISA EXISTIR, TER SIDO EMITIDA NA          00006620
      *    DATA DE NEGOCIO E NAO ESTAR CANCELADA. COM O PERIODO         00006630
      *    DESVIADO O FATURAMENTO DO DIA EMITE A NOTA NA DATA DE        00006640
      *    LANCAMENTO (CPPER03), QUE TAMBEM VALE COMO DO DIA            00006650
      *---------------------------------------------------              00006660
             MOVE ZERO  TO WRK-NOTA-LINHAS.                             00006670
             MOVE ZEROS TO WRK-NOTA-PEDIDO.                             00006680
             MOVE ZEROS TO WRK-NOTA-CLI-ID.                             00006690
             MOVE ZEROS TO WRK-VALOR-TITULOS.                           00006700
             SET WRK-NFE-NAO-AUTORIZADA TO TRUE.                        00006710
             MOVE WRK-NOTA-CORRENTE TO NFH-NUMERO.                      00006720
             MOVE ZEROS             TO NFH-ITEM.                        00006730
             START NOTAHIST KEY NOT < NFH-CHAVE                         00006740
                 INVALID KEY                                            00006750
                     MOVE '10' TO WRK-FS-NOTAHIST                       00006760
             END-START.                                                 00006770
             PERFORM 0211-CONFERIR-UMA-LINHA                            00006780
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00006790
             MOVE SPACES TO WRK-FS-NOTAHIST.                            00006800
             IF WRK-NOTA-LINHAS EQUAL ZERO                              00006810
                 MOVE 'NOTA INEXISTENTE NO HISTORICO'                   00006820
                     TO WRK-DET-SITUACAO                                00006830
             END-IF.                                                    00006840
      *---------------------------------------------------              00006850
       0211-CONFERIR-UMA-LINHA            SECTION.                      00006860
             READ NOTAHIST NEXT RECORD.                                 00006870
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00006880
                 GO TO 0211-99-FIM                                      00006890
             END-IF.                                                    00006900
             IF NFH-NUMERO NOT EQUAL WRK-NOTA-CORRENTE                  00006910
                 MOVE '10' TO WRK-FS-NOTAHIST                           00006920
                 GO TO 0211-99-FIM                                      00006930
             END-IF.                                                    00006940
             ADD 1 TO WRK-NOTA-LINHAS.                                  00006950
             MOVE NFH-PED-NUMERO TO WRK-NOTA-PEDIDO.                    00006960
             MOVE NFH-CLI-ID     TO WRK-NOTA-CLI-ID.                    00006970
             IF NFH-NFE-AUTORIZADA                                      00006980
                 SET WRK-NFE-AUTORIZADA TO TRUE                         00006990
             END-IF.                                                    00007000
             IF WRK-DET-SITUACAO EQUAL SPACES                           00007010
                 IF NFH-NOTA-CANCELADA                                  00007020
                     MOVE 'NOTA JA CANCELADA' TO WRK-DET-SITUACAO       00007030
                 ELSE IF NFH-DATA-EMISSAO NOT EQUAL WRK-DATA-NEGOCIO    00007040
                     AND NFH-DATA-EMISSAO NOT EQUAL WRK-DATA-LANCAMENTO 00007050
                     MOVE 'NOTA NAO EMITIDA NA DATA DE NEGOCIO'         00007060
                         TO WRK-DET-SITUACAO                            00007070
                 END-IF END-IF                                          00007080
             END-IF.                                                    00007090
       0211-99-FIM.            EXIT.                                    00007100
      *---------------------------------------------------              00007110
       0215-CONFERIR-TITULOS              SECTION.                      00007120
      *    PERCORRE OS TITULOS DA NOTA NO CONTAS A RECEBER (START       00007130
      *    NA PARCELA ZERO) - TODOS PRECISAM ESTAR EM ABERTO, SEM       00007140
      *    VALOR RECEBIDO E AINDA NAO REMETIDOS AO BANCO; O TOTAL       00007150
      *    E O VALOR A TIRAR DO SALDO EM ABERTO DO CLIENTE              00007160
      *---------------------------------------------------              00007170
             MOVE ZERO  TO WRK-QTD-TITULOS.                             00007180
             MOVE ZEROS TO WRK-VALOR-TITULOS.                           00007190
             MOVE WRK-NOTA-CORRENTE TO REC-NUM-NOTA.                    00007200
             MOVE ZEROS             TO REC-PARCELA.                     00007210
             START CONTASREC KEY NOT < REC-CHAVE                        00007220
                 INVALID KEY                                            00007230
                     MOVE '10' TO WRK-FS-CONTASREC                      00007240
             END-START.                                                 00007250
             PERFORM 0216-CONFERIR-UM-TITULO                            00007260
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00007270
             MOVE SPACES TO WRK-FS-CONTASREC.                           00007280
             IF WRK-QTD-TITULOS EQUAL ZERO                              00007290
                 DISPLAY ' AVISO: NOTA ' WRK-NOTA-CORRENTE              00007300
                         ' SEM TITULO NO CONTAS A RECEBER'              00007310
             END-IF.                                                    00007320
      *---------------------------------------------------              00007330
       0216-CONFERIR-UM-TITULO            SECTION.                      00007340
             READ CONTASREC NEXT RECORD.                                00007350
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00007360
                 GO TO 0216-99-FIM                                      00007370
             END-IF.                                                    00007380
             IF REC-NUM-NOTA NOT EQUAL WRK-NOTA-CORRENTE                00007390
                 MOVE '10' TO WRK-FS-CONTASREC                          00007400
                 GO TO 0216-99-FIM                                      00007410
             END-IF.                                                    00007420
             ADD 1 TO WRK-QTD-TITULOS.                                  00007430
             IF WRK-DET-SITUACAO NOT EQUAL SPACES                       00007440
                 GO TO 0216-99-FIM                                      00007450
             END-IF.                                                    00007460
             EVALUATE TRUE                                              00007470
                 WHEN REC-SIT-PAGO                                      00007480
                     MOVE 'TITULO DA NOTA JA RECEBIDO'                  00007490
                         TO WRK-DET-SITUACAO                            00007500
                 WHEN REC-SIT-BAIXADO                                   00007510
                     MOVE 'TITULO DA NOTA JA BAIXADO'                   00007520
                         TO WRK-DET-SITUACAO                            00007530
                 WHEN REC-VALOR-PAGO > ZEROS                            00007540
                     MOVE 'TITULO DA NOTA COM RECEBIMENTO PARCIAL'      00007550
                         TO WRK-DET-SITUACAO                            00007560
                 WHEN REC-REMETIDO                                      00007570
                     MOVE 'TITULO DA NOTA JA REMETIDO AO BANCO'         00007580
                         TO WRK-DET-SITUACAO                            00007590
                 WHEN REC-TITULO-ENCARGO                                00007600
                     MOVE 'NOTA COM TITULO DE ENCARGO'                  00007610
                         TO WRK-DET-SITUACAO                            00007620
                 WHEN OTHER                                             00007630
                     ADD REC-VALOR TO WRK-VALOR-TITULOS                 00007640
             END-EVALUATE.                                              00007650
       0216-99-FIM.            EXIT.                                    00007660
      *---------------------------------------------------              00007670
       0220-ESTORNAR-LINHAS               SECTION.                      00007680
      *    RELE AS LINHAS DA NOTA JA CONFERIDA E ESTORNA CADA UMA       00007690
      *---------------------------------------------------              00007700
             MOVE WRK-NOTA-CORRENTE TO NFH-NUMERO.                      00007710
             MOVE ZEROS             TO NFH-ITEM.                        00007720
             START NOTAHIST KEY NOT < NFH-CHAVE                         00007730
                 INVALID KEY                                            00007740
                     MOVE '10' TO WRK-FS-NOTAHIST                       00007750
             END-START.                                                 00007760
             PERFORM 0221-ESTORNAR-UMA-LINHA                            00007770
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00007780
             MOVE SPACES TO WRK-FS-NOTAHIST.                            00007790
      *---------------------------------------------------              00007800
       0221-ESTORNAR-UMA-LINHA            SECTION.                      00007810
      *    DEVOLVE O ESTOQUE E ESTORNA AS VENDAS DA LINHA, GUARDA       00007820
      *    A LINHA DO PEDIDO A REABRIR E MARCA A LINHA DA NOTA          00007830
      *    COMO CANCELADA (DATA DE LANCAMENTO E OPERADOR DO JOB)        00007840
      *---------------------------------------------------              00007850
             READ NOTAHIST NEXT RECORD.                                 00007860
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00007870
                 GO TO 0221-99-FIM                                      00007880
             END-IF.                                                    00007890
             IF NFH-NUMERO NOT EQUAL WRK-NOTA-CORRENTE                  00007900
                 MOVE '10' TO WRK-FS-NOTAHIST                           00007910
                 GO TO 0221-99-FIM                                      00007920
             END-IF.                                                    00007930
             PERFORM 0222-ESTORNAR-ESTOQUE.                             00007940
             PERFORM 0226-ESTORNAR-VENDAS.                              00007950
             ADD 1 TO WRK-QTD-REABRIR.                                  00007960
             MOVE NFH-PED-NUMERO                                        00007970
                 TO WRK-TBR-PEDIDO (WRK-QTD-REABRIR).                   00007980
             MOVE NFH-CODIGO                                            00007990
                 TO WRK-TBR-CODIGO (WRK-QTD-REABRIR).                   00008000
             MOVE NFH-QUANTIDADE                                        00008010
                 TO WRK-TBR-QUANTIDADE (WRK-QTD-REABRIR).               00008020
             MOVE NFH-NUMERO                                            00008030
                 TO WRK-TBR-NOTA (WRK-QTD-REABRIR).                     00008040
             SET WRK-TBR-PENDENTE (WRK-QTD-REABRIR) TO TRUE.            00008050
             SET NFH-NOTA-CANCELADA   TO TRUE.                          00008060
             MOVE WRK-DATA-LANCAMENTO TO NFH-DATA-CANCELAMENTO.         00008070
             MOVE WRK-CAB-OPERADOR    TO NFH-OPER-CANCELAMENTO.         00008080
             REWRITE CPNFH01-REGISTRO.                                  00008090
             ADD 1 TO WRK-CONT-LINHAS.                                  00008100
       0221-99-FIM.            EXIT.                                    00008110
      *---------------------------------------------------              00008120
       0222-ESTORNAR-ESTOQUE              SECTION.                      00008130
      *    DEVOLVE AO ESTOQUE O QUE O FATURAMENTO BAIXOU: PRODUTO       00008140
      *    SIMPLES PELA QUANTIDADE DA LINHA, KIT PELOS COMPONENTES      00008150
      *    ATIVOS (QUANTIDADE VEZES A QUANTIDADE POR KIT). O            00008160
      *    COMPROMETIDO ALIVIADO NA EMISSAO VOLTA PARA O PRODUTO        00008170
      *    DA LINHA, JA QUE O PEDIDO SERA REABERTO                      00008180
      *---------------------------------------------------              00008190
             PERFORM 0223-VERIFICAR-KIT.                                00008200
             MOVE NFH-CODIGO TO PRDM-CODIGO.                            00008210
             READ PRODUTO-MASTER                                        00008220
                 INVALID KEY                                            00008230
                     DISPLAY ' AVISO: PRODUTO ' NFH-CODIGO              00008240
                             ' SUMIU DO MASTER - ESTOQUE NAO '          00008250
                             'ESTORNADO'                                00008260
                 NOT INVALID KEY                                        00008270
                     IF WRK-PEDIDO-SIMPLES                              00008280
                         MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR     00008290
                         ADD NFH-QUANTIDADE TO PRDM-QUANTIDADE          00008300
                     END-IF                                             00008310
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00008320
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00008330
                     END-IF                                             00008340
                     ADD NFH-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00008350
                     REWRITE CPPRDM01-REGISTRO                          00008360
                     IF WRK-PEDIDO-SIMPLES                              00008370
                         MOVE NFH-CODIGO     TO WRK-SLD-CODIGO          00008380
                         MOVE NFH-QUANTIDADE TO WRK-QTD-ESTORNO         00008390
                         PERFORM 0234-ESTORNAR-SALDO-DEPOSITO           00008400
                         PERFORM 0231-GRAVAR-LIVRO                      00008410
                     END-IF                                             00008420
             END-READ.                                                  00008430
             IF WRK-PEDIDO-KIT                                          00008440
                 MOVE ZERO TO WRK-IDX-COMP                              00008450
                 PERFORM 0224-ESTORNAR-UM-COMPONENTE                    00008460
                     UNTIL WRK-IDX-COMP >= WRK-QTD-COMP                 00008470
             END-IF.                                                    00008480
      *---------------------------------------------------              00008490
       0223-VERIFICAR-KIT                 SECTION.                      00008500
      *    CARREGA OS COMPONENTES ATIVOS DO PRODUTO DA LINHA -          00008510
      *    COM COMPONENTES, A LINHA FOI BAIXADA POR EXPLOSAO            00008520
      *---------------------------------------------------              00008530
             SET WRK-PEDIDO-SIMPLES TO TRUE.                            00008540
             MOVE ZERO TO WRK-QTD-COMP.                                 00008550
             IF WRK-FS-KIT EQUAL '35'                                   00008560
                 GO TO 0223-99-FIM                                      00008570
             END-IF.                                                    00008580
             MOVE NFH-CODIGO TO KIT-CODIGO-PAI.                         00008590
             MOVE ZEROS      TO KIT-COMPONENTE.                         00008600
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00008610
                 INVALID KEY                                            00008620
                     MOVE '10' TO WRK-FS-KIT                            00008630
             END-START.                                                 00008640
             PERFORM 0225-CARREGAR-COMPONENTE                           00008650
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS.                      00008660
             MOVE SPACES TO WRK-FS-KIT.                                 00008670
             IF WRK-QTD-COMP > ZERO                                     00008680
                 SET WRK-PEDIDO-KIT TO TRUE                             00008690
             END-IF.                                                    00008700
       0223-99-FIM.            EXIT.                                    00008710
      *---------------------------------------------------              00008720
       0224-ESTORNAR-UM-COMPONENTE        SECTION.                      00008730
             ADD 1 TO WRK-IDX-COMP.                                     00008740
             COMPUTE WRK-QTD-ESTORNO =                                  00008750
                 NFH-QUANTIDADE * WRK-CMP-QTD-KIT (WRK-IDX-COMP).       00008760
             MOVE WRK-CMP-CODIGO (WRK-IDX-COMP) TO PRDM-CODIGO.         00008770
             READ PRODUTO-MASTER                                        00008780
                 INVALID KEY                                            00008790
                     DISPLAY ' AVISO: COMPONENTE ' PRDM-CODIGO          00008800
                             ' SUMIU DO MASTER'                         00008810
                 NOT INVALID KEY                                        00008820
                     MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR         00008830
                     ADD WRK-QTD-ESTORNO TO PRDM-QUANTIDADE             00008840
                     REWRITE CPPRDM01-REGISTRO                          00008850
                     MOVE PRDM-CODIGO TO WRK-SLD-CODIGO                 00008860
                     PERFORM 0234-ESTORNAR-SALDO-DEPOSITO               00008870
                     PERFORM 0231-GRAVAR-LIVRO                          00008880
             END-READ.                                                  00008890
      *---------------------------------------------------              00008900
       0225-CARREGAR-COMPONENTE           SECTION.                      00008910
             READ KIT-MASTER NEXT RECORD.                               00008920
             IF WRK-FS-KIT EQUAL ZEROS                                  00008930
                 IF KIT-CODIGO-PAI NOT EQUAL NFH-CODIGO                 00008940
                     MOVE '10' TO WRK-FS-KIT                            00008950
                 ELSE                                                   00008960
                     IF KIT-ATIVO                                       00008970
                         IF WRK-QTD-COMP >= WRK-MAX-COMP                00008980
                             MOVE ' ERRO COMPONENTES EXCEDEM TABELA '   00008990
                                 TO WRK-MSG                             00009000
                             PERFORM 9000-TRATA-ERROS                   00009010
                         END-IF                                         00009020
                         ADD 1 TO WRK-QTD-COMP                          00009030
                         MOVE KIT-COMPONENTE                            00009040
                             TO WRK-CMP-CODIGO (WRK-QTD-COMP)           00009050
                         MOVE KIT-QTD-POR-KIT                           00009060
                             TO WRK-CMP-QTD-KIT (WRK-QTD-COMP)          00009070
                     END-IF                                             00009080
                 END-IF                                                 00009090
             END-IF.                                                    00009100
      *---------------------------------------------------              00009110
       0226-ESTORNAR-VENDAS               SECTION.                      00009120
      *    TIRA A LINHA DOS TRES ACUMULADORES DO HISTORICO MENSAL       00009130
      *    DE VENDAS EM QUE O FATURAMENTO A SOMOU: PRODUTO,             00009140
      *    CATEGORIA (GRAVADA NA LINHA DA NOTA) E CLIENTE               00009150
      *---------------------------------------------------              00009160
             MOVE NFH-DATA-EMISSAO (1:6) TO VDH-ANOMES.                 00009170
             SET VDH-TIPO-PRODUTO TO TRUE.                              00009180
             MOVE SPACES     TO VDH-CODIGO.                             00009190
             MOVE NFH-CODIGO TO VDH-CODIGO.                             00009200
             PERFORM 0227-ESTORNAR-UMA-CHAVE.                           00009210
             SET VDH-TIPO-CATEGORIA TO TRUE.                            00009220
             MOVE SPACES        TO VDH-CODIGO.                          00009230
             MOVE NFH-CATEGORIA TO VDH-CODIGO.                          00009240
             PERFORM 0227-ESTORNAR-UMA-CHAVE.                           00009250
             SET VDH-TIPO-CLIENTE TO TRUE.                              00009260
             MOVE SPACES     TO VDH-CODIGO.                             00009270
             MOVE NFH-CLI-ID TO VDH-CODIGO (1:5).                       00009280
             PERFORM 0227-ESTORNAR-UMA-CHAVE.                           00009290
      *---------------------------------------------------              00009300
       0227-ESTORNAR-UMA-CHAVE            SECTION.                      00009310
      *    SUBTRAI A QUANTIDADE E O VALOR DA LINHA DO ACUMULADOR        00009320
      *    DA CHAVE MONTADA - ACUMULADOR INEXISTENTE SAI COM AVISO      00009330
      *    E ACUMULADOR MENOR QUE A LINHA E ZERADO                      00009340
      *---------------------------------------------------              00009350
             READ VENDHIST                                              00009360
                 INVALID KEY                                            00009370
                     DISPLAY ' AVISO: ACUMULADOR DE VENDAS '            00009380
                             VDH-CHAVE ' INEXISTENTE'                   00009390
                 NOT INVALID KEY                                        00009400
                     IF VDH-QUANTIDADE > NFH-QUANTIDADE                 00009410
                         SUBTRACT NFH-QUANTIDADE FROM VDH-QUANTIDADE    00009420
                     ELSE                                               00009430
                         MOVE ZEROS TO VDH-QUANTIDADE                   00009440
                     END-IF                                             00009450
                     IF VDH-VALOR > NFH-VALOR-TOTAL                     00009460
                         SUBTRACT NFH-VALOR-TOTAL FROM VDH-VALOR        00009470
                     ELSE                                               00009480
                         MOVE ZEROS TO VDH-VALOR                        00009490
                     END-IF                                             00009500
                     REWRITE CPVDH01-REGISTRO                           00009510
             END-READ.                                                  00009520
      *---------------------------------------------------              00009530
       0231-GRAVAR-LIVRO                  SECTION.                      00009540
      *    LANCA A DEVOLUCAO AO ESTOQUE NO LIVRO DE MOVIMENTACAO        00009550
      *    COMO ENTRADA, COM NFCAN + NUMERO DA NOTA COMO                00009560
      *    DOCUMENTO - CONTRAPARTIDA DA SAIDA DO FATURAMENTO            00009570
      *---------------------------------------------------              00009580
             MOVE PRDM-CODIGO         TO LMV-CODIGO.                    00009590
             MOVE 'E'                 TO LMV-TIPO.                      00009600
             MOVE WRK-QTD-ESTORNO     TO LMV-QUANTIDADE.                00009610
             MOVE WRK-DOC-CANCEL      TO LMV-DOCUMENTO.                 00009620
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00009630
             MOVE PRDM-QUANTIDADE     TO LMV-SALDO-NOVO.                00009640
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00009650
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00009660
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00009670
             MOVE 'FR06CB17'          TO LMV-PROGRAMA.                  00009680
             MOVE SPACES              TO LMV-DEPOSITO.                  00009690
             MOVE SPACES              TO LMV-LOTE.                      00009700
             WRITE CPMOV02-REGISTRO.                                    00009710
      *---------------------------------------------------              00009720
       0234-ESTORNAR-SALDO-DEPOSITO       SECTION.                      00009730
      *    DEVOLVE A QUANTIDADE AO SALDO DO DEPOSITO 01, DE ONDE        00009740
      *    O FATURAMENTO A BAIXOU - PRODUTO SEM SALDO DE DEPOSITO       00009750
      *    SAI COM AVISO                                                00009760
      *---------------------------------------------------              00009770
             MOVE WRK-SLD-CODIGO TO SLD-CODIGO.                         00009780
             MOVE '01'           TO SLD-DEPOSITO.                       00009790
             READ SALDOS                                                00009800
                 INVALID KEY                                            00009810
                     DISPLAY ' AVISO: PRODUTO ' WRK-SLD-CODIGO          00009820
                             ' SEM SALDO DE DEPOSITO - VER FR05CB90'    00009830
                 NOT INVALID KEY                                        00009840
                     ADD WRK-QTD-ESTORNO TO SLD-QUANTIDADE              00009850
                     REWRITE CPSLD01-REGISTRO                           00009860
             END-READ.                                                  00009870
      *---------------------------------------------------              00009880
       0240-EXCLUIR-TITULOS               SECTION.                      00009890
      *    EXCLUI DO CONTAS A RECEBER OS TITULOS DA NOTA, JA            00009900
      *    CONFERIDOS EM ABERTO E SEM RECEBIMENTO                       00009910
      *---------------------------------------------------              00009920
             MOVE WRK-NOTA-CORRENTE TO REC-NUM-NOTA.                    00009930
             MOVE ZEROS             TO REC-PARCELA.                     00009940
             START CONTASREC KEY NOT < REC-CHAVE                        00009950
                 INVALID KEY                                            00009960
                     MOVE '10' TO WRK-FS-CONTASREC                      00009970
             END-START.                                                 00009980
             PERFORM 0241-EXCLUIR-UM-TITULO                             00009990
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00010000
             MOVE SPACES TO WRK-FS-CONTASREC.                           00010010
      *---------------------------------------------------              00010020
       0241-EXCLUIR-UM-TITULO             SECTION.                      00010030
             READ CONTASREC NEXT RECORD.                                00010040
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00010050
                 GO TO 0241-99-FIM                                      00010060
             END-IF.                                                    00010070
             IF REC-NUM-NOTA NOT EQUAL WRK-NOTA-CORRENTE                00010080
                 MOVE '10' TO WRK-FS-CONTASREC                          00010090
                 GO TO 0241-99-FIM                                      00010100
             END-IF.                                                    00010110
             DELETE CONTASREC RECORD                                    00010120
                 INVALID KEY                                            00010130
                     DISPLAY ' AVISO: TITULO ' REC-NUM-NOTA '/'         00010140
                             REC-PARCELA ' NAO EXCLUIDO'                00010150
             END-DELETE.                                                00010160
       0241-99-FIM.            EXIT.                                    00010170
      *---------------------------------------------------              00010180
       0250-ESTORNAR-EXPOSICAO            SECTION.                      00010190
      *    TIRA O VALOR DOS TITULOS EXCLUIDOS DO SALDO EM ABERTO        00010200
      *    DO CLIENTE - SALDO EM BRANCO (REGISTRO LEGADO) OU            00010210
      *    MENOR QUE O VALOR E ZERADO; CLIENTE REMOVIDO SAI COM         00010220
      *    AVISO                                                        00010230
      *---------------------------------------------------              00010240
             IF WRK-VALOR-TITULOS EQUAL ZEROS                           00010250
                 GO TO 0250-99-FIM                                      00010260
             END-IF.                                                    00010270
             MOVE WRK-NOTA-CLI-ID TO CLI-ID.                            00010280
             READ CLIENTE-MASTER                                        00010290
                 INVALID KEY                                            00010300
                     DISPLAY ' AVISO: CLIENTE ' WRK-NOTA-CLI-ID         00010310
                             ' SEM CADASTRO - SALDO NAO ESTORNADO'      00010320
                 NOT INVALID KEY                                        00010330
                     IF CLI-SALDO-ABERTO NOT NUMERIC                    00010340
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00010350
                     END-IF                                             00010360
                     IF WRK-VALOR-TITULOS > CLI-SALDO-ABERTO            00010370
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00010380
                     ELSE                                               00010390
                         SUBTRACT WRK-VALOR-TITULOS                     00010400
                             FROM CLI-SALDO-ABERTO                      00010410
                     END-IF                                             00010420
                     REWRITE CPCLIE01-REGISTRO                          00010430
             END-READ.                                                  00010440
       0250-99-FIM.            EXIT.                                    00010450
      *---------------------------------------------------              00010460
       0260-LISTAR-NOTA                   SECTION.                      00010470
             MOVE WRK-NOTA-CORRENTE   TO WRK-DET-NOTA.                  00010480
             MOVE WRK-NOTA-PEDIDO     TO WRK-DET-PEDIDO.                00010490
             MOVE WRK-NOTA-CLI-ID     TO WRK-DET-CLI-ID.                00010500
             MOVE WRK-NOTA-LINHAS     TO WRK-DET-LINHAS.                00010510
             MOVE WRK-VALOR-TITULOS   TO WRK-DET-VALOR.                 00010520
             WRITE REL-LINHA FROM WRK-DETALHE.                          00010530
      *---------------------------------------------------              00010540
       0400-REABRIR-PEDIDOS               SECTION.                      00010550
      *    PASSADA UNICA PELO ARQUIVO DE PEDIDOS: CADA LINHA            00010560
      *    FATURADA QUE CASA (PEDIDO, PRODUTO E QUANTIDADE) COM         00010570
      *    UMA LINHA DE NOTA CANCELADA VOLTA A ABERTA; NA QUEBRA        00010580
      *    DE PEDIDO, O CABECALHO DO PEDIDO REABERTO E ATUALIZADO       00010590
      *---------------------------------------------------              00010600
             MOVE ZEROS TO WRK-PED-CORRENTE.                            00010610
             SET WRK-PEDIDO-INTACTO TO TRUE.                            00010620
             PERFORM 0410-REABRIR-UMA-LINHA                             00010630
                 UNTIL WRK-FS-PEDIDOS NOT EQUAL ZEROS.                  00010640
             IF WRK-PED-CORRENTE > ZEROS                                00010650
                 PERFORM 0420-FECHAR-PEDIDO                             00010660
             END-IF.                                                    00010670
             MOVE ZERO TO WRK-IDX-REA.                                  00010680
             PERFORM 0430-CONFERIR-REABERTA                             00010690
                 UNTIL WRK-IDX-REA >= WRK-QTD-REABRIR.                  00010700
      *---------------------------------------------------              00010710
       0410-REABRIR-UMA-LINHA             SECTION.                      00010720
      *    NO FECHAMENTO DO PEDIDO ANTERIOR NENHUMA E/S E FEITA         00010730
      *    EM PEDIDOS, O QUE MANTEM VALIDO O REWRITE DA LINHA           00010740
      *    RECEM-LIDA                                                   00010750
      *---------------------------------------------------              00010760
             READ PEDIDOS.                                              00010770
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00010780
                 GO TO 0410-99-FIM                                      00010790
             END-IF.                                                    00010800
             IF PED-NUMERO NOT EQUAL WRK-PED-CORRENTE                   00010810
                 IF WRK-PED-CORRENTE > ZEROS                            00010820
                     PERFORM 0420-FECHAR-PEDIDO                         00010830
                 END-IF                                                 00010840
                 MOVE PED-NUMERO TO WRK-PED-CORRENTE                    00010850
             END-IF.                                                    00010860
             IF PED-FATURADO                                            00010870
                 MOVE ZERO TO WRK-IDX-REA-ACH                           00010880
                 MOVE ZERO TO WRK-IDX-REA                               00010890
                 PERFORM 0415-PROCURAR-UMA-LINHA                        00010900
                     UNTIL WRK-IDX-REA >= WRK-QTD-REABRIR               00010910
                        OR WRK-IDX-REA-ACH > ZERO                       00010920
                 IF WRK-IDX-REA-ACH > ZERO                              00010930
                     SET WRK-TBR-REABERTA (WRK-IDX-REA-ACH) TO TRUE     00010940
                     MOVE WRK-TBR-NOTA (WRK-IDX-REA-ACH)                00010950
                         TO WRK-PED-NOTA-CANC                           00010960
                     SET WRK-PEDIDO-REABERTO TO TRUE                    00010970
                     SET PED-ABERTO TO TRUE                             00010980
                     REWRITE CPPED01-REGISTRO                           00010990
                     ADD 1 TO WRK-CONT-REABERTAS                        00011000
                 END-IF                                                 00011010
             END-IF.                                                    00011020
             EVALUATE TRUE                                              00011030
                 WHEN PED-FATURADO                                      00011040
                     ADD 1 TO WRK-PED-LIN-FATUR                         00011050
                 WHEN PED-BACKORDER                                     00011060
                     ADD 1 TO WRK-PED-LIN-BACKORD                       00011070
                 WHEN OTHER                                             00011080
                     ADD 1 TO WRK-PED-LIN-ABERTAS                       00011090
             END-EVALUATE.                                              00011100
       0410-99-FIM.            EXIT.                                    00011110
      *---------------------------------------------------              00011120
       0415-PROCURAR-UMA-LINHA            SECTION.                      00011130
             ADD 1 TO WRK-IDX-REA.                                      00011140
             IF WRK-TBR-PENDENTE (WRK-IDX-REA)                          00011150
                AND WRK-TBR-PEDIDO (WRK-IDX-REA) EQUAL PED-NUMERO       00011160
                AND WRK-TBR-CODIGO (WRK-IDX-REA) EQUAL PED-CODIGO       00011170
                AND WRK-TBR-QUANTIDADE (WRK-IDX-REA)                    00011180
                    EQUAL PED-QUANTIDADE                                00011190
                 MOVE WRK-IDX-REA TO WRK-IDX-REA-ACH                    00011200
             END-IF.                                                    00011210
      *---------------------------------------------------              00011220
       0420-FECHAR-PEDIDO                 SECTION.                      00011230
             IF WRK-PEDIDO-REABERTO                                     00011240
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00011250
                 PERFORM 0425-ATUALIZAR-CABECALHO                       00011260
             END-IF.                                                    00011270
             SET WRK-PEDIDO-INTACTO TO TRUE.                            00011280
             MOVE ZERO TO WRK-PED-LIN-FATUR.                            00011290
             MOVE ZERO TO WRK-PED-LIN-BACKORD.                          00011300
             MOVE ZERO TO WRK-PED-LIN-ABERTAS.                          00011310
      *---------------------------------------------------              00011320
       0425-ATUALIZAR-CABECALHO           SECTION.                      00011330
      *    SITUACAO DO CABECALHO PELAS LINHAS, COMO NO                  00011340
      *    FATURAMENTO; A NOTA CANCELADA SAI DO CABECALHO               00011350
      *---------------------------------------------------              00011360
             MOVE WRK-PED-CORRENTE TO PDC-NUMERO.                       00011370
             READ PEDIDO-CABEC                                          00011380
                 INVALID KEY                                            00011390
                     GO TO 0425-99-FIM                                  00011400
             END-READ.                                                  00011410
             EVALUATE TRUE                                              00011420
                 WHEN WRK-PED-LIN-ABERTAS EQUAL ZERO                    00011430
                  AND WRK-PED-LIN-BACKORD EQUAL ZERO                    00011440
                     SET PDC-FATURADO TO TRUE                           00011450
                 WHEN WRK-PED-LIN-FATUR > ZERO                          00011460
                     SET PDC-PARCIAL TO TRUE                            00011470
                 WHEN WRK-PED-LIN-BACKORD > ZERO                        00011480
                     SET PDC-BACKORDER TO TRUE                          00011490
                 WHEN OTHER                                             00011500
                     SET PDC-ABERTO TO TRUE                             00011510
             END-EVALUATE.                                              00011520
             IF PDC-NUM-NOTA EQUAL WRK-PED-NOTA-CANC                    00011530
                 MOVE ZEROS TO PDC-NUM-NOTA                             00011540
                 MOVE ZEROS TO PDC-DATA-FATURA                          00011550
             END-IF.                                                    00011560
             REWRITE CPPDC01-REGISTRO.                                  00011570
       0425-99-FIM.            EXIT.                                    00011580
      *---------------------------------------------------              00011590
       0430-CONFERIR-REABERTA             SECTION.                      00011600
      *    LINHA DE NOTA CANCELADA SEM LINHA FATURADA CORRESPON-        00011610
      *    DENTE NO ARQUIVO DE PEDIDOS SAI COM AVISO - O PEDIDO         00011620
      *    DEVE SER REDIGITADO                                          00011630
      *---------------------------------------------------              00011640
             ADD 1 TO WRK-IDX-REA.                                      00011650
             IF WRK-TBR-PENDENTE (WRK-IDX-REA)                          00011660
                 ADD 1 TO WRK-CONT-NAO-REAB                             00011670
                 DISPLAY ' AVISO: PEDIDO ' WRK-TBR-PEDIDO (WRK-IDX-REA) 00011680
                         ' PRODUTO ' WRK-TBR-CODIGO (WRK-IDX-REA)       00011690
                         ' NAO REABERTO'                                00011700
             END-IF.                                                    00011710
      *---------------------------------------------------              00011720
       0300-FINALIZAR                     SECTION.                      00011730
             MOVE WRK-CONT-CANCELADAS TO WRK-ROD-CANCELADAS.            00011740
             MOVE WRK-TOT-CANCELADO   TO WRK-ROD-VALOR.                 00011750
             MOVE WRK-CONT-RECUSADAS  TO WRK-ROD-RECUSADAS.             00011760
             MOVE WRK-CONT-REABERTAS  TO WRK-ROD-REABERTAS.             00011770
             WRITE REL-LINHA FROM WRK-RODAPE1.                          00011780
             WRITE REL-LINHA FROM WRK-RODAPE2.                          00011790
             WRITE REL-LINHA FROM WRK-RODAPE3.                          00011800
             WRITE REL-LINHA FROM WRK-RODAPE4.                          00011810
             MOVE WRK-CONT-CANCELADAS                                   00011820
                 TO WRK-STT-REGISTROS.                                  00011830
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00011840
             CLOSE NOTAHIST.                                            00011850
             CLOSE CONTASREC.                                           00011860
             CLOSE CLIENTE-MASTER.                                      00011870
             CLOSE PRODUTO-MASTER.                                      00011880
             CLOSE SALDOS.                                              00011890
             CLOSE VENDHIST.                                            00011900
             CLOSE PEDIDOS.                                             00011910
             CLOSE LIVROMOV.                                            00011920
             CLOSE RELCANC.                                             00011930
             CLOSE DESVIO.                                              00011940
             IF WRK-FS-KIT NOT EQUAL '35'                               00011950
                 CLOSE KIT-MASTER                                       00011960
             END-IF.                                                    00011970
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00011980
                 CLOSE PEDIDO-CABEC                                     00011990
             END-IF.                                                    00012000
             DISPLAY '------------------'.                              00012010
             DISPLAY '  CARTOES LIDOS.....: ' WRK-CONT-CARTOES.         00012020
             DISPLAY '  CARTOES RECUSADOS.: ' WRK-CONT-CARTOES-REJ.     00012030
             DISPLAY '  NOTAS CANCELADAS..: ' WRK-CONT-CANCELADAS.      00012040
             DISPLAY '  NOTAS RECUSADAS...: ' WRK-CONT-RECUSADAS.       00012050
             DISPLAY '  LINHAS ESTORNADAS.: ' WRK-CONT-LINHAS.          00012060
             DISPLAY '  PEDIDOS REABERTOS.: ' WRK-CONT-REABERTAS.       00012070
             DISPLAY '  NAO REABERTOS.....: ' WRK-CONT-NAO-REAB.        00012080
             DISPLAY '  VALOR CANCELADO...: ' WRK-TOT-CANCELADO.        00012090
             DISPLAY '  DESVIADOS.........: ' WRK-CONT-DESVIADOS.       00012100
             DISPLAY '  BLOQUEADOS........: ' WRK-CONT-BLOQUEADOS.      00012110
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00012120
             PERFORM 9000-TRATA-ERROS.                                  00012130
      *---------------------------------------------------              00012140
       9000-TRATA-ERROS                   SECTION.                      00012150
      *---------------------------------------------------              00012160
             PERFORM 9050-GRAVAR-ERRLOG.                                00012170
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00012180
             STOP RUN.                                                  00012190
      *--------------------------------------------------------------   00012200
       9000-99-FIM.            EXIT.                                    00012210
      *--------------------------------------------------------------   00012220
