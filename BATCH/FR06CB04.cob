      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB04.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: BAIXA SUPERVISIONADA DE TITULOS DO CONTAS A       00000120
      *               RECEBER (CPREC01) COMO PERDA. EXECUCAO            00000130
      *               AVULSA, SO PARA OPERADOR AUTORIZADO NO            00000140
      *               SERVICO DE AUTORIZACAO (FR05CB85). OS             00000150
      *               TITULOS VEM DOS CARTOES DA SYSIN: CARTAO 'C'      00000160
      *               COM OS DIAS DE CORTE (BAIXA TODO TITULO EM        00000170
      *               ABERTO COM ATRASO IGUAL OU MAIOR, CALENDARIO      00000180
      *               COMERCIAL DE 360 DIAS) E/OU CARTAO 'T' COM A      00000190
      *               NOTA E A PARCELA DE UM TITULO ESPECIFICO. SEM     00000200
      *               CARTAO, VALE O CORTE PADRAO DE 360 DIAS. O        00000210
      *               TITULO BAIXADO FICA NA SITUACAO B COM O SALDO     00000220
      *               BAIXADO, O SALDO SAI DO SALDO EM ABERTO DO        00000230
      *               CLIENTE (CLI-SALDO-ABERTO) E O EVENTO PD VAI      00000240
      *               PARA O ARQUIVO DE PERDAS (CPBXP01), LIDO PELA     00000250
      *               GERACAO DO DIARIO CONTABIL (FR05CB83).            00000260
      *               RECEBIMENTO POSTERIOR ENTRA COMO RECUPERACAO      00000270
      *               (FR05CB52/FR05CB56)                               00000280
      *-------------------------------------------------------*         00000290
      *     HISTORICO DE ALTERACOES                                     00000300
      *     DATA        AUTOR   DESCRICAO                               00000310
      *     ----------  ------  --------------------------------        00000320
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000330
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000340
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000350
      *                         A BAIXA E O EVENTO PD SAEM NO           00000360
      *                         PRIMEIRO PERIODO ABERTO SEGUINTE E      00000370
      *                         CADA TITULO VAI PARA O ARQUIVO DE       00000380
      *                         DESVIOS (CPDSV01); O ATRASO SEGUE A     00000390
      *                         DATA DE NEGOCIO. PERIODO EM             00000400
      *                         FECHAMENTO: TITULO RECUSADO E           00000410
      *                         LISTADO, SEM BAIXA                      00000420
      *=======================================================*         00000430
                                                                        00000440
      *=======================================================*         00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=======================================================*         00000470
       INPUT-OUTPUT                              SECTION.               00000480
       FILE-CONTROL.                                                    00000490
             SELECT CONTASREC ASSIGN TO ARQREC                          00000500
                ORGANIZATION IS INDEXED                                 00000510
                ACCESS MODE  IS DYNAMIC                                 00000520
                RECORD KEY   IS REC-CHAVE                               00000530
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000540
                                                                        00000550
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000560
                ORGANIZATION IS INDEXED                                 00000570
                ACCESS MODE  IS DYNAMIC                                 00000580
                RECORD KEY   IS CLI-ID                                  00000590
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000600
                                                                        00000610
             SELECT PERDAS   ASSIGN TO ARQBXP                           00000620
                FILE STATUS  IS WRK-FS-PERDAS.                          00000630
                                                                        00000640
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000650
                FILE STATUS  IS WRK-FS-SYSIN.                           00000660
                                                                        00000670
             SELECT RELBAIXA ASSIGN TO ARQRPT                           00000680
                FILE STATUS  IS WRK-FS-RELBAIXA.                        00000690
                                                                        00000700
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000710
                ORGANIZATION IS INDEXED                                 00000720
                ACCESS MODE  IS DYNAMIC                                 00000730
                RECORD KEY   IS CAL-DATA                                00000740
                FILE STATUS  IS WRK-FS-CALEND.                          00000750
                                                                        00000760
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000770
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000780
                                                                        00000790
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000800
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000810
                                                                        00000820
             SELECT PERIODO  ASSIGN TO ARQPER                           00000830
                ORGANIZATION IS INDEXED                                 00000840
                ACCESS MODE  IS DYNAMIC                                 00000850
                RECORD KEY   IS PER-ANOMES                              00000860
                FILE STATUS  IS WRK-FS-PERIODO.                         00000870
                                                                        00000880
             SELECT DESVIO   ASSIGN TO ARQDSV                           00000890
                FILE STATUS  IS WRK-FS-DESVIO.                          00000900
      *=======================================================*         00000910
       DATA                                      DIVISION.              00000920
      *=======================================================*         00000930
       FILE                                      SECTION.               00000940
       FD CONTASREC.                                                    00000950
           COPY CPREC01.                                                00000960
                                                                        00000970
       FD CLIENTE-MASTER.                                               00000980
           COPY CPCLIE01.                                               00000990
                                                                        00001000
       FD PERDAS                                                        00001010
           RECORDING MODE IS F                                          00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
           COPY CPBXP01.                                                00001040
                                                                        00001050
       FD ENTRADA-SYSIN                                                 00001060
           RECORDING MODE IS F                                          00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
       01 SYSIN-REGISTRO             PIC X(010).                        00001090
                                                                        00001100
       FD RELBAIXA                                                      00001110
           RECORDING MODE IS F                                          00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
       01 REL-LINHA                    PIC X(132).                      00001140
                                                                        00001150
       FD CALENDARIO.                                                   00001160
           COPY CPCAL01.                                                00001170
                                                                        00001180
       FD ERRLOG.                                                       00001190
           COPY CPERRL01.                                               00001200
                                                                        00001210
       FD ESTATIS                                                       00001220
           RECORDING MODE IS F                                          00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
           COPY CPSTA01.                                                00001250
                                                                        00001260
       FD PERIODO.                                                      00001270
           COPY CPPER01.                                                00001280
                                                                        00001290
       FD DESVIO                                                        00001300
           RECORDING MODE IS F                                          00001310
           BLOCK CONTAINS 0 RECORDS.                                    00001320
           COPY CPDSV01.                                                00001330
      *---------------------------------------------------              00001340
       WORKING-STORAGE                           SECTION.               00001350
      *---------------------------------------------------              00001360
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001370
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001380
       77 WRK-FS-PERDAS       PIC X(02) VALUE SPACES.                   00001390
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001400
       77 WRK-FS-RELBAIXA     PIC X(02) VALUE SPACES.                   00001410
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001420
       77 WRK-CONT-CARTOES    PIC 9(09) COMP VALUE ZERO.                00001430
       77 WRK-CONT-CARTOES-REJ PIC 9(09) COMP VALUE ZERO.               00001440
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001450
       77 WRK-CONT-BAIXADOS   PIC 9(09) COMP VALUE ZERO.                00001460
       77 WRK-CONT-RECUSADOS  PIC 9(09) COMP VALUE ZERO.                00001470
       77 WRK-SALDO-DEVEDOR   PIC 9(09)V99 COMP-3 VALUE ZERO.           00001480
       77 WRK-TOT-BAIXADO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00001490
      *---------------------------------------------------              00001500
      *    CORTE POR DIAS DE ATRASO - PADRAO DE 360 DIAS QUANDO         00001510
      *    A SYSIN NAO TRAZ CARTAO; CORTE ABAIXO DO MINIMO E            00001520
      *    RECUSADO                                                     00001530
      *---------------------------------------------------              00001540
       77 WRK-DIAS-CORTE      PIC 9(05) COMP VALUE 360.                 00001550
       77 WRK-DIAS-MINIMO     PIC 9(05) COMP VALUE 180.                 00001560
       01 WRK-SW-CORTE.                                                 00001570
          05 WRK-SW-CORTE-IND        PIC X(01) VALUE 'N'.               00001580
             88 WRK-CORTE-INFORMADO        VALUE 'S'.                   00001590
             88 WRK-CORTE-AUSENTE          VALUE 'N'.                   00001600
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
      *    CARTAO DA SYSIN - 'C' + DIAS DE CORTE (POS 2-5) OU           00001740
      *    'T' + NOTA (POS 2-6) + PARCELA (POS 7-8, EM BRANCO =         00001750
      *    PARCELA 01)                                                  00001760
      *---------------------------------------------------              00001770
       01 WRK-CARTAO-BAIXA.                                             00001780
          05 WRK-CRT-TIPO          PIC X(01).                           00001790
             88 WRK-CRT-CORTE             VALUE 'C'.                    00001800
             88 WRK-CRT-TITULO            VALUE 'T'.                    00001810
          05 WRK-CRT-DADOS         PIC X(09).                           00001820
       01 WRK-CRT-CORTE-VIS REDEFINES WRK-CARTAO-BAIXA.                 00001830
          05 FILLER                PIC X(01).                           00001840
          05 WRK-CRT-DIAS          PIC 9(04).                           00001850
          05 FILLER                PIC X(05).                           00001860
       01 WRK-CRT-TITULO-VIS REDEFINES WRK-CARTAO-BAIXA.                00001870
          05 FILLER                PIC X(01).                           00001880
          05 WRK-CRT-NOTA          PIC 9(05).                           00001890
          05 WRK-CRT-PARCELA       PIC X(02).                           00001900
          05 WRK-CRT-PARCELA-NUM REDEFINES WRK-CRT-PARCELA              00001910
                                   PIC 9(02).                           00001920
          05 FILLER                PIC X(02).                           00001930
      *---------------------------------------------------              00001940
      *    TITULOS INFORMADOS NOS CARTOES 'T'                           00001950
      *---------------------------------------------------              00001960
       77 WRK-MAX-TITULOS     PIC 9(03) COMP VALUE 200.                 00001970
       77 WRK-QTD-TITULOS     PIC 9(03) COMP VALUE ZERO.                00001980
       77 WRK-IDX             PIC 9(03) COMP VALUE ZERO.                00001990
       01 WRK-TABELA-TITULOS.                                           00002000
          05 WRK-ENT-TITULO OCCURS 200 TIMES.                           00002010
             10 WRK-TBX-NOTA          PIC 9(05).                        00002020
             10 WRK-TBX-PARCELA       PIC 9(02).                        00002030
      *---------------------------------------------------              00002040
      *    LINHAS DO RELATORIO DE BAIXA                                 00002050
      *---------------------------------------------------              00002060
       01 WRK-CABEC1.                                                   00002070
          05 FILLER               PIC X(40) VALUE                       00002080
             'BAIXA DE TITULOS COMO PERDA'.                             00002090
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00002100
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002110
          05 FILLER               PIC X(12) VALUE '  OPERADOR: '.       00002120
          05 WRK-CAB-OPER-REF     PIC X(20).                            00002130
                                                                        00002140
       01 WRK-CABEC2.                                                   00002150
          05 FILLER               PIC X(40) VALUE                       00002160
             'CORTE POR ATRASO (DIAS):'.                                00002170
          05 WRK-CAB-CORTE        PIC X(05).                            00002180
                                                                        00002190
       01 WRK-CABEC3.                                                   00002200
          05 FILLER PIC X(10) VALUE 'NOTA/PARC'.                        00002210
          05 FILLER PIC X(09) VALUE 'CLIENTE'.                          00002220
          05 FILLER PIC X(12) VALUE 'VENCIMENTO'.                       00002230
          05 FILLER PIC X(08) VALUE ' ATRASO'.                          00002240
          05 FILLER PIC X(15) VALUE '         SALDO'.                   00002250
          05 FILLER PIC X(02) VALUE SPACES.                             00002260
          05 FILLER PIC X(08) VALUE 'SITUACAO'.                         00002270
                                                                        00002280
       01 WRK-DETALHE.                                                  00002290
          05 WRK-DET-NOTA         PIC 9(05).                            00002300
          05 FILLER               PIC X(01) VALUE '/'.                  00002310
          05 WRK-DET-PARCELA      PIC 9(02).                            00002320
          05 FILLER               PIC X(02) VALUE SPACES.               00002330
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002340
          05 FILLER               PIC X(04) VALUE SPACES.               00002350
          05 WRK-DET-VENCIMENTO   PIC 9(08).                            00002360
          05 FILLER               PIC X(04) VALUE SPACES.               00002370
          05 WRK-DET-ATRASO       PIC ZZZZ9.                            00002380
          05 FILLER               PIC X(02) VALUE SPACES.               00002390
          05 WRK-DET-SALDO        PIC Z(11)9.99.                        00002400
          05 FILLER               PIC X(02) VALUE SPACES.               00002410
          05 WRK-DET-SITUACAO     PIC X(30).                            00002420
                                                                        00002430
       01 WRK-LIN-CARTAO.                                               00002440
          05 FILLER               PIC X(17) VALUE                       00002450
             'CARTAO RECUSADO: '.                                       00002460
          05 WRK-LCR-IMAGEM       PIC X(10).                            00002470
          05 FILLER               PIC X(02) VALUE SPACES.               00002480
          05 WRK-LCR-MOTIVO       PIC X(40).                            00002490
                                                                        00002500
       01 WRK-RODAPE1.                                                  00002510
          05 FILLER PIC X(26) VALUE 'TOTAL TITULOS BAIXADOS...:'.       00002520
          05 FILLER PIC X(01) VALUE SPACES.                             00002530
          05 WRK-ROD-BAIXADOS     PIC Z(8)9.                            00002540
                                                                        00002550
       01 WRK-RODAPE2.                                                  00002560
          05 FILLER PIC X(26) VALUE 'VALOR TOTAL BAIXADO......:'.       00002570
          05 FILLER PIC X(01) VALUE SPACES.                             00002580
          05 WRK-ROD-VALOR        PIC Z(10)9.99.                        00002590
                                                                        00002600
       01 WRK-RODAPE3.                                                  00002610
          05 FILLER PIC X(26) VALUE 'TITULOS INFORMADOS RECUS.:'.       00002620
          05 FILLER PIC X(01) VALUE SPACES.                             00002630
          05 WRK-ROD-RECUSADOS    PIC Z(8)9.                            00002640
       COPY CPCAB01.                                                    00002650
       COPY CPAUT02.                                                    00002660
       COPY CPERR01.                                                    00002670
       COPY CPDTA01.                                                    00002680
       COPY CPSTT01.                                                    00002690
       COPY CPPER02.                                                    00002700
      *=========================================*                       00002710
       PROCEDURE DIVISION.                                              00002720
      *=========================================*                       00002730
                                                                        00002740
      *---------------------------------------------------              00002750
       0000-PRINCIPAL                     SECTION.                      00002760
      *---------------------------------------------------              00002770
             PERFORM 0100-INICIAR.                                      00002780
             MOVE ZERO TO WRK-IDX.                                      00002790
             PERFORM 0250-BAIXAR-INFORMADO                              00002800
                 UNTIL WRK-IDX >= WRK-QTD-TITULOS.                      00002810
             IF WRK-CORTE-INFORMADO                                     00002820
                 PERFORM 0200-SELECIONAR-POR-CORTE                      00002830
             END-IF.                                                    00002840
             PERFORM 0300-FINALIZAR.                                    00002850
      *---------------------------------------------------              00002860
       0000-99-FIM.            EXIT.                                    00002870
      *---------------------------------------------------              00002880
                                                                        00002890
       0100-INICIAR                       SECTION.                      00002900
             MOVE 'FR06CB04' TO WRK-CAB-PROGRAMA.                       00002910
             PERFORM 0101-CABECALHO-PADRAO.                             00002920
             PERFORM 0135-CONFERIR-ACESSO.                              00002930
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002940
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002950
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002960
             PERFORM 0970-CONFERIR-PERIODO.                             00002970
             OPEN I-O CONTASREC.                                        00002980
             OPEN I-O CLIENTE-MASTER.                                   00002990
             OPEN INPUT ENTRADA-SYSIN.                                  00003000
             OPEN OUTPUT RELBAIXA.                                      00003010
             PERFORM 0105-ABRIR-PERDAS.                                 00003020
             PERFORM 0973-ABRIR-DESVIO.                                 00003030
             PERFORM 0110-TESTAR-STATUS.                                00003040
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-DECOMPOSTA.              00003050
             PERFORM 0120-CONTAR-DIAS.                                  00003060
             MOVE WRK-DIAS-IDADE TO WRK-DIAS-HOJE.                      00003070
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003080
             MOVE WRK-CAB-OPERADOR TO WRK-CAB-OPER-REF.                 00003090
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003100
             PERFORM 0140-CARREGAR-CARTOES                              00003110
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003120
             CLOSE ENTRADA-SYSIN.                                       00003130
             IF WRK-CONT-CARTOES EQUAL ZERO                             00003140
                 SET WRK-CORTE-INFORMADO TO TRUE                        00003150
             END-IF.                                                    00003160
             IF WRK-CORTE-INFORMADO                                     00003170
                 MOVE WRK-DIAS-CORTE TO WRK-CAB-CORTE                   00003180
             ELSE                                                       00003190
                 MOVE 'NAO' TO WRK-CAB-CORTE                            00003200
             END-IF.                                                    00003210
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003220
             WRITE REL-LINHA FROM WRK-CABEC3.                           00003230
      *---------------------------------------------------              00003240
       0100-99-FIM.            EXIT.                                    00003250
      *---------------------------------------------------              00003260
           COPY CPCAB02.                                                00003270
           COPY CPERR02.                                                00003280
           COPY CPDTA02.                                                00003290
           COPY CPSTT02.                                                00003300
           COPY CPPER03.                                                00003310
      *---------------------------------------------------              00003320
       0105-ABRIR-PERDAS                  SECTION.                      00003330
      *    ABRE O ARQUIVO DE EVENTOS DE PERDA (CPBXP01) EM EXTEND,      00003340
      *    CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA         00003350
      *    (FILE STATUS 35)                                             00003360
      *---------------------------------------------------              00003370
             OPEN EXTEND PERDAS.                                        00003380
             IF WRK-FS-PERDAS EQUAL '35'                                00003390
                 OPEN OUTPUT PERDAS                                     00003400
                 CLOSE PERDAS                                           00003410
                 OPEN EXTEND PERDAS                                     00003420
             END-IF.                                                    00003430
      *---------------------------------------------------              00003440
       0135-CONFERIR-ACESSO               SECTION.                      00003450
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00003460
      *    OPERADOR DO JOB PODE RODAR ESTE PROGRAMA. A BAIXA COMO       00003470
      *    PERDA EXIGE AUTORIZACAO - SEM MASTER DE AUTORIZACAO          00003480
      *    OU ACESSO NEGADO, O JOB TERMINA COM RC=12                    00003490
      *---------------------------------------------------              00003500
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00003510
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00003520
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00003530
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00003540
             EVALUATE TRUE                                              00003550
                 WHEN AUT-CHK-PERMITIDO                                 00003560
                     CONTINUE                                           00003570
                 WHEN AUT-CHK-SEM-MASTER                                00003580
                     MOVE 12 TO RETURN-CODE                             00003590
                     MOVE ' ERRO SEM MASTER DE AUTORIZACAO '            00003600
                         TO WRK-MSG                                     00003610
                     PERFORM 9000-TRATA-ERROS                           00003620
                 WHEN OTHER                                             00003630
                     MOVE 12 TO RETURN-CODE                             00003640
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00003650
                         TO WRK-MSG                                     00003660
                     PERFORM 9000-TRATA-ERROS                           00003670
             END-EVALUATE.                                              00003680
      *---------------------------------------------------              00003690
       0110-TESTAR-STATUS                 SECTION.                      00003700
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003710
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003720
                 PERFORM 9000-TRATA-ERROS                               00003730
             END-IF.                                                    00003740
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003750
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003760
                 PERFORM 9000-TRATA-ERROS                               00003770
             END-IF.                                                    00003780
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003790
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003800
                 PERFORM 9000-TRATA-ERROS                               00003810
             END-IF.                                                    00003820
             IF WRK-FS-RELBAIXA NOT EQUAL ZEROS                         00003830
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003840
                 PERFORM 9000-TRATA-ERROS                               00003850
             END-IF.                                                    00003860
             IF WRK-FS-PERDAS NOT EQUAL ZEROS                           00003870
                 MOVE ' ERRO OPEN PERDAS ' TO WRK-MSG                   00003880
                 PERFORM 9000-TRATA-ERROS                               00003890
             END-IF.                                                    00003900
      *---------------------------------------------------              00003910
       0120-CONTAR-DIAS                   SECTION.                      00003920
      *    CONVERTE A DATA DECOMPOSTA EM CONTAGEM DE DIAS DO            00003930
      *    CALENDARIO COMERCIAL (ANO DE 360 DIAS, MES DE 30)            00003940
      *---------------------------------------------------              00003950
             COMPUTE WRK-DIAS-IDADE =                                   00003960
                 WRK-DEC-ANO * 360 + WRK-DEC-MES * 30                   00003970
                 + WRK-DEC-DIA.                                         00003980
      *---------------------------------------------------              00003990
       0130-APURAR-ATRASO-TITULO          SECTION.                      00004000
      *    APURA OS DIAS DE ATRASO DO TITULO CORRENTE DESDE O           00004010
      *    VENCIMENTO - TITULO A VENCER (OU SEM VENCIMENTO,             00004020
      *    REGISTRO LEGADO) FICA COM ATRASO ZERO                        00004030
      *---------------------------------------------------              00004040
             MOVE ZERO TO WRK-DIAS-ATRASO.                              00004050
             IF REC-DATA-VENCIMENTO NUMERIC                             00004060
                AND REC-DATA-VENCIMENTO NOT EQUAL ZEROS                 00004070
                 MOVE REC-DATA-VENCIMENTO TO WRK-DATA-DECOMPOSTA        00004080
                 PERFORM 0120-CONTAR-DIAS                               00004090
                 MOVE WRK-DIAS-IDADE TO WRK-DIAS-VENCTO                 00004100
                 COMPUTE WRK-DIAS-ATRASO =                              00004110
                     WRK-DIAS-HOJE - WRK-DIAS-VENCTO                    00004120
                 IF WRK-DIAS-ATRASO < ZERO                              00004130
                     MOVE ZERO TO WRK-DIAS-ATRASO                       00004140
                 END-IF                                                 00004150
             END-IF.                                                    00004160
             COMPUTE WRK-SALDO-DEVEDOR =                                00004170
                 REC-VALOR - REC-VALOR-PAGO.                            00004180
      *---------------------------------------------------              00004190
       0140-CARREGAR-CARTOES              SECTION.                      00004200
      *    LE UM CARTAO DA SYSIN - CORTE ('C') OU TITULO ('T').         00004210
      *    CARTAO INVALIDO E LISTADO NO RELATORIO E DESPREZADO          00004220
      *---------------------------------------------------              00004230
             MOVE SPACES TO WRK-CARTAO-BAIXA.                           00004240
             READ ENTRADA-SYSIN INTO WRK-CARTAO-BAIXA.                  00004250
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004260
                 GO TO 0140-99-FIM                                      00004270
             END-IF.                                                    00004280
             ADD 1 TO WRK-CONT-CARTOES.                                 00004290
             MOVE SPACES TO WRK-LCR-MOTIVO.                             00004300
             EVALUATE TRUE                                              00004310
                 WHEN WRK-CRT-CORTE                                     00004320
                     PERFORM 0142-VALIDAR-CORTE                         00004330
                 WHEN WRK-CRT-TITULO                                    00004340
                     PERFORM 0144-VALIDAR-TITULO                        00004350
                 WHEN OTHER                                             00004360
                     MOVE 'TIPO DE CARTAO INVALIDO' TO WRK-LCR-MOTIVO   00004370
             END-EVALUATE.                                              00004380
             IF WRK-LCR-MOTIVO NOT EQUAL SPACES                         00004390
                 ADD 1 TO WRK-CONT-CARTOES-REJ                          00004400
                 MOVE WRK-CARTAO-BAIXA TO WRK-LCR-IMAGEM                00004410
                 WRITE REL-LINHA FROM WRK-LIN-CARTAO                    00004420
             END-IF.                                                    00004430
       0140-99-FIM.            EXIT.                                    00004440
      *---------------------------------------------------              00004450
       0142-VALIDAR-CORTE                 SECTION.                      00004460
      *    DIAS DE CORTE NUMERICOS E NAO MENORES QUE O MINIMO;          00004470
      *    SO UM CARTAO DE CORTE POR EXECUCAO                           00004480
      *---------------------------------------------------              00004490
             IF WRK-CORTE-INFORMADO                                     00004500
                 MOVE 'CARTAO DE CORTE DUPLICADO' TO WRK-LCR-MOTIVO     00004510
             ELSE IF WRK-CRT-DIAS NOT NUMERIC                           00004520
                 MOVE 'DIAS DE CORTE NAO NUMERICOS' TO WRK-LCR-MOTIVO   00004530
             ELSE IF WRK-CRT-DIAS < WRK-DIAS-MINIMO                     00004540
                 MOVE 'CORTE MENOR QUE O MINIMO DE 180 DIAS'            00004550
                     TO WRK-LCR-MOTIVO                                  00004560
             ELSE                                                       00004570
                 SET WRK-CORTE-INFORMADO TO TRUE                        00004580
                 MOVE WRK-CRT-DIAS TO WRK-DIAS-CORTE                    00004590
             END-IF END-IF END-IF.                                      00004600
      *---------------------------------------------------              00004610
       0144-VALIDAR-TITULO                SECTION.                      00004620
      *    NOTA NUMERICA E PARCELA NUMERICA (EM BRANCO = 01) -          00004630
      *    O TITULO VALIDO VAI PARA A TABELA DE INFORMADOS              00004640
      *---------------------------------------------------              00004650
             IF WRK-CRT-PARCELA EQUAL SPACES                            00004660
                 MOVE 01 TO WRK-CRT-PARCELA-NUM                         00004670
             END-IF.                                                    00004680
             IF WRK-CRT-NOTA NOT NUMERIC                                00004690
                 MOVE 'NUMERO DA NOTA NAO NUMERICO' TO WRK-LCR-MOTIVO   00004700
             ELSE IF WRK-CRT-PARCELA-NUM NOT NUMERIC                    00004710
                OR WRK-CRT-PARCELA-NUM EQUAL ZEROS                      00004720
                 MOVE 'PARCELA DO TITULO NAO NUMERICA'                  00004730
                     TO WRK-LCR-MOTIVO                                  00004740
             ELSE IF WRK-QTD-TITULOS >= WRK-MAX-TITULOS                 00004750
                 MOVE 'TITULOS INFORMADOS EXCEDEM A TABELA'             00004760
                     TO WRK-LCR-MOTIVO                                  00004770
             ELSE                                                       00004780
                 ADD 1 TO WRK-QTD-TITULOS                               00004790
                 MOVE WRK-CRT-NOTA                                      00004800
                     TO WRK-TBX-NOTA (WRK-QTD-TITULOS)                  00004810
                 MOVE WRK-CRT-PARCELA-NUM                               00004820
                     TO WRK-TBX-PARCELA (WRK-QTD-TITULOS)               00004830
             END-IF END-IF END-IF.                                      00004840
      *---------------------------------------------------              00004850
       0200-SELECIONAR-POR-CORTE          SECTION.                      00004860
      *    PERCORRE O CONTAS A RECEBER E BAIXA TODO TITULO EM           00004870
      *    ABERTO COM ATRASO IGUAL OU MAIOR QUE O CORTE                 00004880
      *---------------------------------------------------              00004890
             MOVE LOW-VALUES TO REC-CHAVE.                              00004900
             START CONTASREC KEY NOT < REC-CHAVE                        00004910
                 INVALID KEY                                            00004920
                     MOVE '10' TO WRK-FS-CONTASREC                      00004930
             END-START.                                                 00004940
             PERFORM 0210-TRATAR-UM-TITULO                              00004950
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00004960
      *---------------------------------------------------              00004970
       0210-TRATAR-UM-TITULO              SECTION.                      00004980
             READ CONTASREC NEXT RECORD.                                00004990
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00005000
                 ADD 1 TO WRK-CONT-LIDOS                                00005010
                 IF REC-SIT-ABERTO                                      00005020
                     PERFORM 0130-APURAR-ATRASO-TITULO                  00005030
                     IF WRK-DIAS-ATRASO >= WRK-DIAS-CORTE               00005040
                        AND WRK-SALDO-DEVEDOR > ZEROS                   00005050
                         PERFORM 0220-BAIXAR-TITULO                     00005060
                     END-IF                                             00005070
                 END-IF                                                 00005080
             END-IF.                                                    00005090
      *---------------------------------------------------              00005100
       0220-BAIXAR-TITULO                 SECTION.                      00005110
      *    BAIXA O SALDO DO TITULO CORRENTE COMO PERDA: SITUACAO        00005120
      *    B, DATA DE LANCAMENTO COMO DATA DA BAIXA E O SALDO EM        00005130
      *    REC-VALOR-BAIXADO; LIBERA O SALDO DO CLIENTE E GRAVA O       00005140
      *    EVENTO PD PARA O DIARIO CONTABIL. PERIODO CONTABIL EM        00005150
      *    FECHAMENTO RECUSA A BAIXA                                    00005160
      *---------------------------------------------------              00005170
             IF WRK-PERIODO-BLOQUEADO                                   00005180
                 ADD 1 TO WRK-CONT-BLOQUEADOS                           00005190
                 MOVE 'PERIODO CONTABIL BLOQUEADO'                      00005200
                     TO WRK-DET-SITUACAO                                00005210
                 PERFORM 0255-RECUSAR-INFORMADO                         00005220
                 GO TO 0220-99-FIM                                      00005230
             END-IF.                                                    00005240
             SET REC-SIT-BAIXADO      TO TRUE.                          00005250
             MOVE WRK-DATA-LANCAMENTO TO REC-DATA-BAIXA.                00005260
             MOVE WRK-SALDO-DEVEDOR   TO REC-VALOR-BAIXADO.             00005270
             MOVE ZEROS               TO REC-VALOR-RECUPERADO.          00005280
             REWRITE CPREC01-REGISTRO.                                  00005290
             PERFORM 0225-LIBERAR-EXPOSICAO.                            00005300
             MOVE SPACES              TO CPBXP01-REGISTRO.              00005310
             SET BXP-EVT-PERDA        TO TRUE.                          00005320
             MOVE WRK-DATA-LANCAMENTO TO BXP-DATA.                      00005330
             MOVE REC-NUM-NOTA        TO BXP-NUM-NOTA.                  00005340
             MOVE REC-PARCELA         TO BXP-PARCELA.                   00005350
             MOVE REC-CLI-ID          TO BXP-CLI-ID.                    00005360
             MOVE WRK-SALDO-DEVEDOR   TO BXP-VALOR.                     00005370
             MOVE WRK-CAB-PROGRAMA    TO BXP-PROGRAMA.                  00005380
             MOVE WRK-CAB-OPERADOR    TO BXP-OPERADOR.                  00005390
             WRITE CPBXP01-REGISTRO.                                    00005400
             ADD 1 TO WRK-CONT-BAIXADOS.                                00005410
             ADD WRK-SALDO-DEVEDOR TO WRK-TOT-BAIXADO.                  00005420
             MOVE 'BAIXADO COMO PERDA' TO WRK-DET-SITUACAO.             00005430
             PERFORM 0260-LISTAR-TITULO.                                00005440
             IF WRK-PERIODO-DESVIADO                                    00005450
                 PERFORM 0228-GRAVAR-DESVIO                             00005460
             END-IF.                                                    00005470
       0220-99-FIM.            EXIT.                                    00005480
      *---------------------------------------------------              00005490
       0228-GRAVAR-DESVIO                 SECTION.                      00005500
      *    PERDA BAIXADA COM O PERIODO DA DATA DE NEGOCIO FECHADO       00005510
      *    - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31) COM A        00005520
      *    NOTA/PARCELA E O SALDO BAIXADO                               00005530
      *---------------------------------------------------              00005540
             MOVE SPACES              TO DSV-DOCUMENTO.                 00005550
             STRING 'NF' REC-NUM-NOTA '/' REC-PARCELA                   00005560
                 DELIMITED BY SIZE INTO DSV-DOCUMENTO.                  00005570
             MOVE WRK-SALDO-DEVEDOR   TO DSV-VALOR.                     00005580
             PERFORM 0972-GRAVAR-DESVIO.                                00005590
      *---------------------------------------------------              00005600
       0225-LIBERAR-EXPOSICAO             SECTION.                      00005610
      *    BAIXA O SALDO DO TITULO DO SALDO EM ABERTO DO CLIENTE        00005620
      *    - SALDO EM BRANCO (REGISTRO LEGADO) OU MENOR QUE O           00005630
      *    BAIXADO E ZERADO; CLIENTE REMOVIDO SAI COM AVISO             00005640
      *---------------------------------------------------              00005650
             MOVE REC-CLI-ID TO CLI-ID.                                 00005660
             READ CLIENTE-MASTER                                        00005670
                 INVALID KEY                                            00005680
                     DISPLAY ' AVISO: CLIENTE ' REC-CLI-ID              00005690
                             ' SEM CADASTRO - SALDO NAO LIBERADO'       00005700
                 NOT INVALID KEY                                        00005710
                     IF CLI-SALDO-ABERTO NOT NUMERIC                    00005720
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00005730
                     END-IF                                             00005740
                     IF WRK-SALDO-DEVEDOR > CLI-SALDO-ABERTO            00005750
                         MOVE ZEROS TO CLI-SALDO-ABERTO                 00005760
                     ELSE                                               00005770
                         SUBTRACT WRK-SALDO-DEVEDOR                     00005780
                             FROM CLI-SALDO-ABERTO                      00005790
                     END-IF                                             00005800
                     REWRITE CPCLIE01-REGISTRO                          00005810
             END-READ.                                                  00005820
      *---------------------------------------------------              00005830
       0250-BAIXAR-INFORMADO              SECTION.                      00005840
      *    TITULO INFORMADO EM CARTAO 'T' - PRECISA EXISTIR,            00005850
      *    ESTAR EM ABERTO E VENCIDO; NAO PASSA PELO CORTE              00005860
      *---------------------------------------------------              00005870
             ADD 1 TO WRK-IDX.                                          00005880
             MOVE WRK-TBX-NOTA (WRK-IDX)    TO REC-NUM-NOTA.            00005890
             MOVE WRK-TBX-PARCELA (WRK-IDX) TO REC-PARCELA.             00005900
             READ CONTASREC                                             00005910
                 INVALID KEY                                            00005920
                     MOVE ZEROS TO REC-CLI-ID                           00005930
                     MOVE ZEROS TO REC-DATA-VENCIMENTO                  00005940
                     MOVE ZERO  TO WRK-DIAS-ATRASO                      00005950
                     MOVE ZEROS TO WRK-SALDO-DEVEDOR                    00005960
                     MOVE 'TITULO INEXISTENTE' TO WRK-DET-SITUACAO      00005970
                     PERFORM 0255-RECUSAR-INFORMADO                     00005980
                     GO TO 0250-99-FIM                                  00005990
             END-READ.                                                  00006000
             ADD 1 TO WRK-CONT-LIDOS.                                   00006010
             PERFORM 0130-APURAR-ATRASO-TITULO.                         00006020
             EVALUATE TRUE                                              00006030
                 WHEN REC-SIT-BAIXADO                                   00006040
                     MOVE 'TITULO JA BAIXADO' TO WRK-DET-SITUACAO       00006050
                     PERFORM 0255-RECUSAR-INFORMADO                     00006060
                 WHEN REC-SIT-PAGO                                      00006070
                     MOVE 'TITULO JA PAGO' TO WRK-DET-SITUACAO          00006080
                     PERFORM 0255-RECUSAR-INFORMADO                     00006090
                 WHEN WRK-DIAS-ATRASO NOT > ZERO                        00006100
                     MOVE 'TITULO A VENCER' TO WRK-DET-SITUACAO         00006110
                     PERFORM 0255-RECUSAR-INFORMADO                     00006120
                 WHEN WRK-SALDO-DEVEDOR NOT > ZEROS                     00006130
                     MOVE 'TITULO SEM SALDO DEVEDOR'                    00006140
                         TO WRK-DET-SITUACAO                            00006150
                     PERFORM 0255-RECUSAR-INFORMADO                     00006160
                 WHEN OTHER                                             00006170
                     PERFORM 0220-BAIXAR-TITULO                         00006180
             END-EVALUATE.                                              00006190
       0250-99-FIM.            EXIT.                                    00006200
      *---------------------------------------------------              00006210
       0255-RECUSAR-INFORMADO             SECTION.                      00006220
             ADD 1 TO WRK-CONT-RECUSADOS.                               00006230
             PERFORM 0260-LISTAR-TITULO.                                00006240
      *---------------------------------------------------              00006250
       0260-LISTAR-TITULO                 SECTION.                      00006260
             MOVE REC-NUM-NOTA        TO WRK-DET-NOTA.                  00006270
             MOVE REC-PARCELA         TO WRK-DET-PARCELA.               00006280
             MOVE REC-CLI-ID          TO WRK-DET-CLI-ID.                00006290
             MOVE REC-DATA-VENCIMENTO TO WRK-DET-VENCIMENTO.            00006300
             MOVE WRK-DIAS-ATRASO     TO WRK-DET-ATRASO.                00006310
             MOVE WRK-SALDO-DEVEDOR   TO WRK-DET-SALDO.                 00006320
             WRITE REL-LINHA FROM WRK-DETALHE.                          00006330
      *---------------------------------------------------              00006340
       0300-FINALIZAR                     SECTION.                      00006350
             MOVE WRK-CONT-BAIXADOS  TO WRK-ROD-BAIXADOS.               00006360
             MOVE WRK-TOT-BAIXADO    TO WRK-ROD-VALOR.                  00006370
             MOVE WRK-CONT-RECUSADOS TO WRK-ROD-RECUSADOS.              00006380
             WRITE REL-LINHA FROM WRK-RODAPE1.                          00006390
             WRITE REL-LINHA FROM WRK-RODAPE2.                          00006400
             WRITE REL-LINHA FROM WRK-RODAPE3.                          00006410
             MOVE WRK-CONT-BAIXADOS                                     00006420
                 TO WRK-STT-REGISTROS.                                  00006430
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006440
             CLOSE CONTASREC.                                           00006450
             CLOSE CLIENTE-MASTER.                                      00006460
             CLOSE PERDAS.                                              00006470
             CLOSE RELBAIXA.                                            00006480
             CLOSE DESVIO.                                              00006490
             DISPLAY '------------------'.                              00006500
             DISPLAY '  CARTOES LIDOS.....: ' WRK-CONT-CARTOES.         00006510
             DISPLAY '  CARTOES RECUSADOS.: ' WRK-CONT-CARTOES-REJ.     00006520
             DISPLAY '  TITULOS LIDOS.....: ' WRK-CONT-LIDOS.           00006530
             DISPLAY '  TITULOS BAIXADOS..: ' WRK-CONT-BAIXADOS.        00006540
             DISPLAY '  INFORMADOS RECUS..: ' WRK-CONT-RECUSADOS.       00006550
             DISPLAY '  VALOR BAIXADO.....: ' WRK-TOT-BAIXADO.          00006560
             DISPLAY '  DESVIADOS.........: ' WRK-CONT-DESVIADOS.       00006570
             DISPLAY '  BLOQUEADOS........: ' WRK-CONT-BLOQUEADOS.      00006580
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006590
             PERFORM 9000-TRATA-ERROS.                                  00006600
      *---------------------------------------------------              00006610
       9000-TRATA-ERROS                   SECTION.                      00006620
      *---------------------------------------------------              00006630
             PERFORM 9050-GRAVAR-ERRLOG.                                00006640
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006650
             STOP RUN.                                                  00006660
      *--------------------------------------------------------------   00006670
       9000-99-FIM.            EXIT.                                    00006680
      *--------------------------------------------------------------   00006690
