      *                         - O RELOGIO DIVIDIA AS POSTAGENS DE     00000450
      *                         UM MESMO DIA DE NEGOCIO EM DOIS         00000460
      *                         MESES NO FECHAMENTO (FR05CB74)          00000470
      *     15/10/2026  IVS     CARTAO DE CONTAGEM PASSA A ACEITAR O    00000480
      *                         EAN OU A PECA DO FORNECEDOR (POS        00000490
      *                         17-36, FORNECEDOR EM 37-41) COM O       00000500
      *                         CODIGO ZERADO OU EM BRANCO - NOVO       00000510
      *                         0211-RESOLVER-IDENTIFICADOR PELO        00000520
      *                         SERVICO FR06CB13; NAO RESOLVIDO         00000530
      *                         REJEITA COM MOTIVO 07                   00000540
      *     15/10/2026  IVS     MODO CICLICO (PARM POSICAO 2 = C):      00000550
      *                         A FOTO SO CONGELA OS ITENS              00000560
      *                         PROGRAMADOS PELO AGENDADOR FR06CB26     00000570
      *                         NO MASTER CPCIC01 E O CARTAO DE ITEM    00000580
      *                         NAO PROGRAMADO REJEITA COM MOTIVO       00000590
      *                         08. CONTAGEM APROVADA OU SEM            00000600
      *                         DIVERGENCIA GRAVA A DATA, A             00000610
      *                         QUANTIDADE E A DIVERGENCIA DA           00000620
      *                         ULTIMA CONTAGEM NO MASTER CICLICO       00000630
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000640
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000650
      *     15/10/2026  IVS     TRAVA DE PERIODO CONTABIL (CPPER03):    00000660
      *                         COM O MES DA DATA DE NEGOCIO FECHADO    00000670
      *                         O AJUSTE SAI NO LIVRO NO PRIMEIRO       00000680
      *                         PERIODO ABERTO SEGUINTE E VAI PARA      00000690
      *                         O ARQUIVO DE DESVIOS (CPDSV01) COM      00000700
      *                         O VALOR DA DIVERGENCIA. PERIODO EM      00000710
      *                         FECHAMENTO: CONTAGEM APROVADA E         00000720
      *                         REJEITADA (09); A NAO APROVADA          00000730
      *                         CONTINUA SO LISTADA                     00000740
      *=======================================================*         00000750
                                                                        00000760
      *=======================================================*         00000770
       ENVIRONMENT                               DIVISION.              00000780
      *=======================================================*         00000790
       INPUT-OUTPUT                              SECTION.               00000800
       FILE-CONTROL.                                                    00000810
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000820
                ORGANIZATION IS INDEXED                                 00000830
                ACCESS MODE  IS DYNAMIC                                 00000840
                RECORD KEY   IS PRDM-CODIGO                             00000850
                FILE STATUS  IS WRK-FS-PRDM.                            00000860
                                                                        00000870
             SELECT LIVROMOV ASSIGN TO ARQLMV                           00000880
                FILE STATUS  IS WRK-FS-LIVROMOV.                        00000890
                                                                        00000900
             SELECT SALDOS   ASSIGN TO ARQSLD                           00000910
                ORGANIZATION IS INDEXED                                 00000920
                ACCESS MODE  IS DYNAMIC                                 00000930
                RECORD KEY   IS SLD-CHAVE                               00000940
                FILE STATUS  IS WRK-FS-SALDOS.                          00000950
                                                                        00000960
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000970
                FILE STATUS  IS WRK-FS-REJEITO.                         00000980
                                                                        00000990
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001000
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001010
                                                                        00001020
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001030
                FILE STATUS  IS WRK-FS-SYSIN.                           00001040
                                                                        00001050
             SELECT RELINVEN ASSIGN TO ARQRPT                           00001060
                FILE STATUS  IS WRK-FS-RELINVEN.                        00001070
                                                                        00001080
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001090
                ORGANIZATION IS INDEXED                                 00001100
                ACCESS MODE  IS DYNAMIC                                 00001110
                RECORD KEY   IS CKP-PROGRAMA                            00001120
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001130
                                                                        00001140
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001150
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001160
                                                                        00001170
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001180
                ORGANIZATION IS INDEXED                                 00001190
                ACCESS MODE  IS DYNAMIC                                 00001200
                RECORD KEY   IS CAL-DATA                                00001210
                FILE STATUS  IS WRK-FS-CALEND.                          00001220
                                                                        00001230
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001240
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001250
                                                                        00001260
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001270
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001280
                                                                        00001290
             SELECT CICLO    ASSIGN TO ARQCIC                           00001300
                ORGANIZATION IS INDEXED                                 00001310
                ACCESS MODE  IS DYNAMIC                                 00001320
                RECORD KEY   IS CIC-CODIGO                              00001330
                FILE STATUS  IS WRK-FS-CICLO.                           00001340
                                                                        00001350
             SELECT PERIODO  ASSIGN TO ARQPER                           00001360
                ORGANIZATION IS INDEXED                                 00001370
                ACCESS MODE  IS DYNAMIC                                 00001380
                RECORD KEY   IS PER-ANOMES                              00001390
                FILE STATUS  IS WRK-FS-PERIODO.                         00001400
                                                                        00001410
             SELECT DESVIO   ASSIGN TO ARQDSV                           00001420
                FILE STATUS  IS WRK-FS-DESVIO.                          00001430
      *=======================================================*         00001440
       DATA                                      DIVISION.              00001450
      *=======================================================*         00001460
       FILE                                      SECTION.               00001470
       FD ENTRADA-SYSIN                                                 00001480
           RECORDING MODE IS F                                          00001490
           BLOCK CONTAINS 0 RECORDS.                                    00001500
       01 SYSIN-REGISTRO             PIC X(041).                        00001510
                                                                        00001520
       FD PRODUTO-MASTER.                                               00001530
           COPY CPPRDM01.                                               00001540
                                                                        00001550
       FD LIVROMOV                                                      00001560
           RECORDING MODE IS F                                          00001570
           BLOCK CONTAINS 0 RECORDS.                                    00001580
           COPY CPMOV02.                                                00001590
                                                                        00001600
       FD SALDOS.                                                       00001610
           COPY CPSLD01.                                                00001620
                                                                        00001630
       FD REJEITO-INTAKE                                                00001640
           RECORDING MODE IS F                                          00001650
           BLOCK CONTAINS 0 RECORDS.                                    00001660
           COPY CPREJ14.                                                00001670
                                                                        00001680
       FD AUDITORIA                                                     00001690
           RECORDING MODE IS F                                          00001700
           BLOCK CONTAINS 0 RECORDS.                                    00001710
           COPY CPAUD01.                                                00001720
                                                                        00001730
       FD RELINVEN                                                      00001740
           RECORDING MODE IS F                                          00001750
           BLOCK CONTAINS 0 RECORDS.                                    00001760
       01 REL-LINHA                    PIC X(132).                      00001770
                                                                        00001780
       FD CHECKPT.                                                      00001790
           COPY CPCKPT01.                                               00001800
                                                                        00001810
       FD ERRLOG.                                                       00001820
           COPY CPERRL01.                                               00001830
                                                                        00001840
       FD CALENDARIO.                                                   00001850
           COPY CPCAL01.                                                00001860
                                                                        00001870
       FD ESTATIS                                                       00001880
           RECORDING MODE IS F                                          00001890
           BLOCK CONTAINS 0 RECORDS.                                    00001900
           COPY CPSTA01.                                                00001910
                                                                        00001920
       FD CONTROLE                                                      00001930
           RECORDING MODE IS F                                          00001940
           BLOCK CONTAINS 0 RECORDS.                                    00001950
           COPY CPCTRL01.                                               00001960
                                                                        00001970
       FD CICLO.                                                        00001980
           COPY CPCIC01.                                                00001990
                                                                        00002000
       FD PERIODO.                                                      00002010
           COPY CPPER01.                                                00002020
                                                                        00002030
       FD DESVIO                                                        00002040
           RECORDING MODE IS F                                          00002050
           BLOCK CONTAINS 0 RECORDS.                                    00002060
           COPY CPDSV01.                                                00002070
                                                                        00002080
       WORKING-STORAGE                           SECTION.               00002090
       01 WRK-REGISTRO.                                                 00002100
          05 WRK-CODIGO      PIC 9(008)       VALUE ZEROS.              00002110
          05 WRK-QTD-CONTADA PIC 9(007)       VALUE ZEROS.              00002120
          05 WRK-APROVACAO   PIC X(001)       VALUE 'N'.                00002130
             88 WRK-CONTAGEM-APROVADA         VALUE 'S'.                00002140
          05 WRK-IDENT-ALTERNATIVO PIC X(020) VALUE SPACES.             00002150
          05 WRK-FORNECEDOR  PIC 9(005)       VALUE ZEROS.              00002160
                                                                        00002170
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002180
       77 WRK-FS-LIVROMOV          PIC X(02) VALUE SPACES.              00002190
       77 WRK-FS-SALDOS            PIC X(02) VALUE SPACES.              00002200
       77 WRK-DELTA-AJUSTE         PIC S9(08) COMP-3 VALUE ZERO.        00002210
       77 WRK-SALDO-DEP-NOVO       PIC S9(08) COMP-3 VALUE ZERO.        00002220
       01 WRK-SW-SALDO-DEP.                                             00002230
          05 WRK-SW-SALDO-DEP-IND    PIC X(01) VALUE 'N'.               00002240
             88 WRK-SALDO-DEP-ACHADO       VALUE 'S'.                   00002250
             88 WRK-SALDO-DEP-AUSENTE      VALUE 'N'.                   00002260
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002270
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002280
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002290
       77 WRK-FS-RELINVEN          PIC X(02) VALUE SPACES.              00002300
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002310
       77 WRK-FS-CICLO             PIC X(02) VALUE SPACES.              00002320
       77 WRK-CONT-CICLICOS        PIC 9(07) COMP VALUE ZERO.           00002330
       01 WRK-SW-MODO.                                                  00002340
          05 WRK-SW-MODO-IND         PIC X(01) VALUE 'G'.               00002350
             88 WRK-MODO-CICLICO           VALUE 'C'.                   00002360
             88 WRK-MODO-GERAL             VALUE 'G'.                   00002370
       01 WRK-SW-FOTO.                                                  00002380
          05 WRK-SW-FOTO-IND         PIC X(01) VALUE 'S'.               00002390
             88 WRK-ENTRA-NA-FOTO          VALUE 'S'.                   00002400
             88 WRK-FORA-DA-FOTO           VALUE 'N'.                   00002410
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002420
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002430
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002440
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00002450
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00002460
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002470
       77 WRK-CONT-AJUSTADOS       PIC 9(07) COMP VALUE ZERO.           00002480
       77 WRK-SALDO-ANTERIOR       PIC 9(07) VALUE ZERO.                00002490
       77 WRK-SALDO-NOVO           PIC 9(07) VALUE ZERO.                00002500
       77 WRK-DIVERGENCIA          PIC S9(07) COMP-3 VALUE ZERO.        00002510
       77 WRK-VALOR-DIVERG         PIC S9(11)V99 COMP-3 VALUE ZERO.     00002520
       01 WRK-SW-VALIDO.                                                00002530
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002540
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002550
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002560
      *---------------------------------------------------              00002570
      *    FOTO DO SALDO POR PRODUTO, CONGELADA NA ABERTURA -           00002580
      *    E A BASE DE COMPARACAO DE TODAS AS CONTAGENS DA              00002590
      *    EXECUCAO                                                     00002600
      *---------------------------------------------------              00002610
       77 WRK-MAX-FOTO        PIC 9(04) COMP VALUE 2000.                00002620
       77 WRK-QTD-FOTO        PIC 9(04) COMP VALUE ZERO.                00002630
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00002640
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00002650
       01 WRK-TABELA-FOTO.                                              00002660
          05 WRK-ENT-FOTO OCCURS 2000 TIMES.                            00002670
             10 WRK-FOT-CODIGO        PIC 9(08).                        00002680
             10 WRK-FOT-CATEGORIA     PIC X(05).                        00002690
             10 WRK-FOT-SALDO         PIC 9(07).                        00002700
             10 WRK-FOT-PRECO         PIC 9(07)V99 COMP-3.              00002710
      *---------------------------------------------------              00002720
      *    ACUMULADORES DE DIVERGENCIA POR CATEGORIA                    00002730
      *---------------------------------------------------              00002740
       77 WRK-MAX-CATEG       PIC 9(03) COMP VALUE 100.                 00002750
       77 WRK-QTD-CATEG       PIC 9(03) COMP VALUE ZERO.                00002760
       77 WRK-IDX-CAT         PIC 9(03) COMP VALUE ZERO.                00002770
       77 WRK-IDX-CAT-ACH     PIC 9(03) COMP VALUE ZERO.                00002780
       01 WRK-TABELA-CATEG.                                             00002790
          05 WRK-ENT-CATEG OCCURS 100 TIMES.                            00002800
             10 WRK-CAT-CODIGO        PIC X(05).                        00002810
             10 WRK-CAT-QTD-DIVERG    PIC S9(09) COMP-3.                00002820
             10 WRK-CAT-VAL-DIVERG    PIC S9(11)V99 COMP-3.             00002830
      *---------------------------------------------------              00002840
      *    LINHAS DO RELATORIO DE DIVERGENCIA                           00002850
      *---------------------------------------------------              00002860
       01 WRK-CABEC1.                                                   00002870
          05 FILLER               PIC X(44) VALUE                       00002880
             'INVENTARIO FISICO - DIVERGENCIAS - DATA:    '.            00002890
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002900
                                                                        00002910
       01 WRK-DETALHE.                                                  00002920
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00002930
          05 WRK-DET-CODIGO       PIC 9(08).                            00002940
          05 FILLER               PIC X(07) VALUE ' FOTO: '.            00002950
          05 WRK-DET-FOTO         PIC Z(6)9.                            00002960
          05 FILLER               PIC X(10) VALUE ' CONTADO: '.         00002970
          05 WRK-DET-CONTADO      PIC Z(6)9.                            00002980
          05 FILLER               PIC X(08) VALUE ' DIVER: '.           00002990
          05 WRK-DET-DIVERG       PIC -(6)9.                            00003000
          05 FILLER               PIC X(08) VALUE ' VALOR: '.           00003010
          05 WRK-DET-VALOR        PIC -(8)9.99.                         00003020
          05 FILLER               PIC X(01) VALUE SPACE.                00003030
          05 WRK-DET-ACAO         PIC X(12).                            00003040
                                                                        00003050
       01 WRK-LINHA-CATEG.                                              00003060
          05 FILLER               PIC X(11) VALUE 'CATEGORIA: '.        00003070
          05 WRK-CAT-DET-CODIGO   PIC X(05).                            00003080
          05 FILLER               PIC X(13) VALUE ' QTD DIVERG: '.      00003090
          05 WRK-CAT-DET-QTD      PIC -(8)9.                            00003100
          05 FILLER               PIC X(15) VALUE ' VALOR DIVERG: '.    00003110
          05 WRK-CAT-DET-VALOR    PIC -(9)9.99.                         00003120
       COPY CPAUD02.                                                    00003130
       COPY CPCAB01.                                                    00003140
       COPY CPCKP01.                                                    00003150
       COPY CPERR01.                                                    00003160
       COPY CPDTA01.                                                    00003170
       COPY CPSTT01.                                                    00003180
       COPY CPXRF02.                                                    00003190
       COPY CPPER02.                                                    00003200
      *---------------------------------------------------              00003210
       LINKAGE                                    SECTION.              00003220
      *---------------------------------------------------              00003230
       01 WRK-PARM-RESTART.                                             00003240
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003250
          05 WRK-PARM-DADOS           PIC X(66).                        00003260
      *=========================================*                       00003270
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003280
      *=========================================*                       00003290
                                                                        00003300
      *---------------------------------------------------              00003310
       0000-PRINCIPAL                     SECTION.                      00003320
      *---------------------------------------------------              00003330
             PERFORM 0100-INICIAR.                                      00003340
             PERFORM 0200-PROCESSAR                                     00003350
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003360
             PERFORM 0300-FINALIZAR.                                    00003370
      *---------------------------------------------------              00003380
       0000-99-FIM.            EXIT.                                    00003390
      *---------------------------------------------------              00003400
                                                                        00003410
       0100-INICIAR                       SECTION.                      00003420
             MOVE 'FR05CB69' TO WRK-CAB-PROGRAMA.                       00003430
             PERFORM 0101-CABECALHO-PADRAO.                             00003440
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003450
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003460
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003470
             PERFORM 0970-CONFERIR-PERIODO.                             00003480
             PERFORM 0102-INTERPRETAR-PARM.                             00003490
             PERFORM 0113-INTERPRETAR-MODO.                             00003500
             OPEN I-O PRODUTO-MASTER.                                   00003510
             OPEN INPUT ENTRADA-SYSIN.                                  00003520
             OPEN OUTPUT RELINVEN.                                      00003530
             PERFORM 0105-ABRIR-AUDITORIA.                              00003540
             PERFORM 0109-ABRIR-LIVROMOV.                               00003550
             PERFORM 0111-ABRIR-SALDOS.                                 00003560
             PERFORM 0112-ABRIR-CICLO.                                  00003570
             PERFORM 0103-ABRIR-CHECKPOINT.                             00003580
             PERFORM 0104-POSICIONAR-RESTART.                           00003590
             PERFORM 0973-ABRIR-DESVIO.                                 00003600
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003610
                 OPEN EXTEND REJEITO-INTAKE                             00003620
                 OPEN EXTEND CONTROLE                                   00003630
             ELSE                                                       00003640
                 OPEN OUTPUT REJEITO-INTAKE                             00003650
                 OPEN OUTPUT CONTROLE                                   00003660
             END-IF.                                                    00003670
             PERFORM 0110-TESTAR-STATUS.                                00003680
             PERFORM 0120-CONGELAR-FOTO.                                00003690
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00003700
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003710
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003720
      *---------------------------------------------------              00003730
       0100-99-FIM.            EXIT.                                    00003740
      *---------------------------------------------------              00003750
           COPY CPCAB02.                                                00003760
       COPY CPCKP02.                                                    00003770
           COPY CPERR02.                                                00003780
           COPY CPDTA02.                                                00003790
           COPY CPSTT02.                                                00003800
           COPY CPAUD03.                                                00003810
           COPY CPPER03.                                                00003820
      *---------------------------------------------------              00003830
       0105-ABRIR-AUDITORIA               SECTION.                      00003840
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003850
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003860
      *---------------------------------------------------              00003870
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003880
             OPEN EXTEND AUDITORIA.                                     00003890
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003900
                 OPEN OUTPUT AUDITORIA                                  00003910
                 CLOSE AUDITORIA                                        00003920
                 OPEN EXTEND AUDITORIA                                  00003930
             END-IF.                                                    00003940
      *---------------------------------------------------              00003950
       0109-ABRIR-LIVROMOV                SECTION.                      00003960
      *    ABRE O LIVRO DE MOVIMENTACAO EM EXTEND, CRIANDO-O NA         00003970
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003980
      *---------------------------------------------------              00003990
             OPEN EXTEND LIVROMOV.                                      00004000
             IF WRK-FS-LIVROMOV EQUAL '35'                              00004010
                 OPEN OUTPUT LIVROMOV                                   00004020
                 CLOSE LIVROMOV                                         00004030
                 OPEN EXTEND LIVROMOV                                   00004040
             END-IF.                                                    00004050
      *---------------------------------------------------              00004060
       0111-ABRIR-SALDOS                  SECTION.                      00004070
      *    ABRE O MASTER DE SALDO POR DEPOSITO, CRIANDO-O NA            00004080
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004090
      *---------------------------------------------------              00004100
             OPEN I-O SALDOS.                                           00004110
             IF WRK-FS-SALDOS EQUAL '35'                                00004120
                 OPEN OUTPUT SALDOS                                     00004130
                 CLOSE SALDOS                                           00004140
                 OPEN I-O SALDOS                                        00004150
             END-IF.                                                    00004160
             IF WRK-FS-SALDOS NOT EQUAL ZEROS                           00004170
                 MOVE ' ERRO OPEN SALDOS POR DEPOSITO ' TO WRK-MSG      00004180
                 PERFORM 9000-TRATA-ERROS                               00004190
             END-IF.                                                    00004200
      *---------------------------------------------------              00004210
       0112-ABRIR-CICLO                   SECTION.                      00004220
      *    ABRE O MASTER DE CONTAGEM CICLICA, CRIANDO-O NA              00004230
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004240
      *---------------------------------------------------              00004250
             OPEN I-O CICLO.                                            00004260
             IF WRK-FS-CICLO EQUAL '35'                                 00004270
                 OPEN OUTPUT CICLO                                      00004280
                 CLOSE CICLO                                            00004290
                 OPEN I-O CICLO                                         00004300
             END-IF.                                                    00004310
             IF WRK-FS-CICLO NOT EQUAL ZEROS                            00004320
                 MOVE ' ERRO OPEN MASTER DE CONTAGEM CICLICA '          00004330
                     TO WRK-MSG                                         00004340
                 PERFORM 9000-TRATA-ERROS                               00004350
             END-IF.                                                    00004360
      *---------------------------------------------------              00004370
       0113-INTERPRETAR-MODO              SECTION.                      00004380
      *    A POSICAO 2 DO PARM ESCOLHE O MODO DA CONTAGEM - 'C'         00004390
      *    E A CONTAGEM CICLICA DO DIA (SO OS ITENS PROGRAMADOS         00004400
      *    PELA FR06CB26, SEM CONGELAR O DEPOSITO INTEIRO);             00004410
      *    AUSENTE OU OUTRO VALOR E O INVENTARIO GERAL                  00004420
      *---------------------------------------------------              00004430
             SET WRK-MODO-GERAL TO TRUE.                                00004440
             IF WRK-PARM-TAM GREATER THAN 1                             00004450
                AND WRK-PARM-DADOS(2:1) EQUAL 'C'                       00004460
                 SET WRK-MODO-CICLICO TO TRUE                           00004470
                 DISPLAY ' MODO CONTAGEM CICLICA'                       00004480
             END-IF.                                                    00004490
      *---------------------------------------------------              00004500
       0120-CONGELAR-FOTO                 SECTION.                      00004510
      *    PERCORRE O PRODUTO-MASTER E CONGELA O SALDO, A               00004520
      *    CATEGORIA E O PRECO DE CADA PRODUTO NA TABELA                00004530
      *---------------------------------------------------              00004540
             MOVE ZEROS TO PRDM-CODIGO.                                 00004550
             START PRODUTO-MASTER KEY NOT < PRDM-CODIGO                 00004560
                 INVALID KEY                                            00004570
                     MOVE '10' TO WRK-FS-PRDM                           00004580
             END-START.                                                 00004590
             PERFORM 0125-CONGELAR-UM-PRODUTO                           00004600
                 UNTIL WRK-FS-PRDM NOT EQUAL ZEROS.                     00004610
             MOVE SPACES TO WRK-FS-PRDM.                                00004620
             DISPLAY ' FOTO CONGELADA: ' WRK-QTD-FOTO                   00004630
                     ' PRODUTOS'.                                       00004640
      *---------------------------------------------------              00004650
       0125-CONGELAR-UM-PRODUTO           SECTION.                      00004660
             READ PRODUTO-MASTER NEXT RECORD.                           00004670
             IF WRK-FS-PRDM EQUAL ZEROS                                 00004680
                 PERFORM 0126-TESTAR-PROGRAMACAO                        00004690
             END-IF.                                                    00004700
             IF WRK-FS-PRDM EQUAL ZEROS                                 00004710
                AND WRK-ENTRA-NA-FOTO                                   00004720
                 IF WRK-QTD-FOTO >= WRK-MAX-FOTO                        00004730
                     MOVE ' ERRO PRODUTOS EXCEDEM A TABELA DA FOTO '    00004740
                         TO WRK-MSG                                     00004750
                     PERFORM 9000-TRATA-ERROS                           00004760
                 END-IF                                                 00004770
                 ADD 1 TO WRK-QTD-FOTO                                  00004780
                 MOVE PRDM-CODIGO                                       00004790
                     TO WRK-FOT-CODIGO (WRK-QTD-FOTO)                   00004800
                 MOVE PRDM-CATEGORIA                                    00004810
                     TO WRK-FOT-CATEGORIA (WRK-QTD-FOTO)                00004820
                 MOVE PRDM-QUANTIDADE                                   00004830
                     TO WRK-FOT-SALDO (WRK-QTD-FOTO)                    00004840
                 MOVE PRDM-PRECO-UNIT                                   00004850
                     TO WRK-FOT-PRECO (WRK-QTD-FOTO)                    00004860
             END-IF.                                                    00004870
      *---------------------------------------------------              00004880
       0126-TESTAR-PROGRAMACAO            SECTION.                      00004890
      *    NO MODO CICLICO SO ENTRA NA FOTO O PRODUTO COM               00004900
      *    CONTAGEM PENDENTE NO MASTER CICLICO (DATA PROGRAMADA         00004910
      *    MAIOR QUE A DA ULTIMA CONTAGEM)                              00004920
      *---------------------------------------------------              00004930
             SET WRK-ENTRA-NA-FOTO TO TRUE.                             00004940
             IF WRK-MODO-CICLICO                                        00004950
                 MOVE PRDM-CODIGO TO CIC-CODIGO                         00004960
                 READ CICLO                                             00004970
                     INVALID KEY                                        00004980
                         SET WRK-FORA-DA-FOTO TO TRUE                   00004990
                     NOT INVALID KEY                                    00005000
                         IF CIC-DATA-PROGRAMADA                         00005010
                            NOT > CIC-DATA-ULT-CONTAGEM                 00005020
                             SET WRK-FORA-DA-FOTO TO TRUE               00005030
                         END-IF                                         00005040
                 END-READ                                               00005050
             END-IF.                                                    00005060
      *---------------------------------------------------              00005070
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00005080
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00005090
      *    ULTIMO CHECKPOINT                                            00005100
      *---------------------------------------------------              00005110
             PERFORM 0108-PULAR-UM-CARTAO                               00005120
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00005130
                    OR WRK-FS-SYSIN EQUAL '10'.                         00005140
      *---------------------------------------------------              00005150
       0108-PULAR-UM-CARTAO               SECTION.                      00005160
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005170
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005180
                 ADD 1 TO WRK-CONT-LIDOS                                00005190
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005200
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005210
             END-IF.                                                    00005220
                                                                        00005230
       0110-TESTAR-STATUS                 SECTION.                      00005240
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005250
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005260
                 PERFORM 9000-TRATA-ERROS                               00005270
             END-IF.                                                    00005280
             IF WRK-FS-LIVROMOV NOT EQUAL ZEROS                         00005290
                 MOVE ' ERRO OPEN LIVROMOV ' TO WRK-MSG                 00005300
                 PERFORM 9000-TRATA-ERROS                               00005310
             END-IF.                                                    00005320
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005330
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005340
                 PERFORM 9000-TRATA-ERROS                               00005350
             END-IF.                                                    00005360
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005370
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005380
                 PERFORM 9000-TRATA-ERROS                               00005390
             END-IF.                                                    00005400
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005410
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005420
                 PERFORM 9000-TRATA-ERROS                               00005430
             END-IF.                                                    00005440
             IF WRK-FS-RELINVEN NOT EQUAL ZEROS                         00005450
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00005460
                 PERFORM 9000-TRATA-ERROS                               00005470
             END-IF.                                                    00005480
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005490
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005500
                 PERFORM 9000-TRATA-ERROS                               00005510
             END-IF.                                                    00005520
      *---------------------------------------------------              00005530
       0200-PROCESSAR                     SECTION.                      00005540
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005550
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005560
                 ADD 1 TO WRK-CONT-LIDOS                                00005570
                 PERFORM 0210-VALIDAR-REGISTRO                          00005580
                 IF WRK-REGISTRO-VALIDO                                 00005590
                     PERFORM 0212-APURAR-CONTAGEM                       00005600
                 END-IF                                                 00005610
                 IF WRK-REGISTRO-VALIDO                                 00005620
                     ADD 1 TO WRK-CONT-ACEITOS                          00005630
                     SET AUD-ACEITO TO TRUE                             00005640
                 ELSE                                                   00005650
                     ADD 1 TO WRK-CONT-REJEITADOS                       00005660
                     PERFORM 0220-GRAVA-REJEITO                         00005670
                     SET AUD-REJEITADO TO TRUE                          00005680
                 END-IF                                                 00005690
                 PERFORM 0900-GRAVAR-AUDITORIA                          00005700
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005710
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005720
             END-IF.                                                    00005730
      *---------------------------------------------------              00005740
       0210-VALIDAR-REGISTRO              SECTION.                      00005750
      *    CARTAO SEM O CODIGO INTERNO E RESOLVIDO PELO EAN OU          00005760
      *    PELA PECA DO FORNECEDOR ANTES DAS CRITICAS. CONTAGEM         00005770
      *    APROVADA COM O PERIODO CONTABIL EM FECHAMENTO E              00005780
      *    REJEITADA - NAO HA COMO POSTAR O AJUSTE                      00005790
      *---------------------------------------------------              00005800
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00005810
             IF WRK-IDENT-ALTERNATIVO NOT EQUAL SPACES                  00005820
                AND (WRK-CODIGO NOT NUMERIC OR                          00005830
                     WRK-CODIGO EQUAL ZEROS)                            00005840
                 PERFORM 0211-RESOLVER-IDENTIFICADOR                    00005850
             END-IF.                                                    00005860
             IF WRK-REGISTRO-INVALIDO                                   00005870
                 CONTINUE                                               00005880
             ELSE IF WRK-CODIGO NOT NUMERIC                             00005890
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005900
                 MOVE 06 TO REJ14-CODIGO-MOTIVO                         00005910
                 MOVE 'CODIGO NAO NUMERICO' TO                          00005920
                     REJ14-DESCRICAO-MOTIVO                             00005930
             ELSE IF WRK-QTD-CONTADA NOT NUMERIC                        00005940
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005950
                 MOVE 02 TO REJ14-CODIGO-MOTIVO                         00005960
                 MOVE 'QUANTIDADE CONTADA INVALIDA' TO                  00005970
                     REJ14-DESCRICAO-MOTIVO                             00005980
             ELSE IF WRK-APROVACAO NOT EQUAL 'S' AND                    00005990
                WRK-APROVACAO NOT EQUAL 'N'                             00006000
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006010
                 MOVE 03 TO REJ14-CODIGO-MOTIVO                         00006020
                 MOVE 'CHAVE DE APROVACAO INVALIDA' TO                  00006030
                     REJ14-DESCRICAO-MOTIVO                             00006040
             ELSE IF WRK-CONTAGEM-APROVADA                              00006050
                AND WRK-PERIODO-BLOQUEADO                               00006060
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006070
                 MOVE 09 TO REJ14-CODIGO-MOTIVO                         00006080
                 MOVE 'PERIODO CONTABIL BLOQUEADO' TO                   00006090
                     REJ14-DESCRICAO-MOTIVO                             00006100
             END-IF END-IF END-IF END-IF END-IF.                        00006110
             IF WRK-REGISTRO-VALIDO                                     00006120
                 PERFORM 0215-PROCURAR-NA-FOTO                          00006130
                 IF WRK-IDX-ACHADO EQUAL ZERO                           00006140
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006150
                     MOVE 01 TO REJ14-CODIGO-MOTIVO                     00006160
                     MOVE 'PRODUTO FORA DA FOTO DO MASTER' TO           00006170
                         REJ14-DESCRICAO-MOTIVO                         00006180
                     IF WRK-MODO-CICLICO                                00006190
                         MOVE 08 TO REJ14-CODIGO-MOTIVO                 00006200
                         MOVE 'PRODUTO NAO PROGRAMADO NA CONTAGEM '     00006210
                             TO REJ14-DESCRICAO-MOTIVO                  00006220
                     END-IF                                             00006230
                 END-IF                                                 00006240
             END-IF.                                                    00006250
      *---------------------------------------------------              00006260
       0211-RESOLVER-IDENTIFICADOR        SECTION.                      00006270
      *    O CONTADOR PODE LER O EAN DA ETIQUETA OU A PECA DO           00006280
      *    FORNECEDOR DA CAIXA - A REFERENCIA CRUZADA (FR06CB13)        00006290
      *    DEVOLVE O CODIGO INTERNO, QUE PASSA A VALER NO CARTAO        00006300
      *---------------------------------------------------              00006310
             MOVE WRK-IDENT-ALTERNATIVO TO XRF-CHK-IDENTIFICADOR.       00006320
             IF WRK-FORNECEDOR NUMERIC                                  00006330
                 MOVE WRK-FORNECEDOR TO XRF-CHK-FORNECEDOR              00006340
             ELSE                                                       00006350
                 MOVE ZEROS          TO XRF-CHK-FORNECEDOR              00006360
             END-IF.                                                    00006370
             CALL 'FR06CB13' USING CPXRF02-AREA.                        00006380
             EVALUATE TRUE                                              00006390
                 WHEN XRF-CHK-OK                                        00006400
                     MOVE XRF-CHK-CODIGO TO WRK-CODIGO                  00006410
                 WHEN XRF-CHK-INATIVO                                   00006420
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006430
                     MOVE 07 TO REJ14-CODIGO-MOTIVO                     00006440
                     MOVE 'IDENTIFICADOR ALTERNATIVO INATIVO' TO        00006450
                         REJ14-DESCRICAO-MOTIVO                         00006460
                 WHEN XRF-CHK-NAO-CADASTRADO                            00006470
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006480
                     MOVE 07 TO REJ14-CODIGO-MOTIVO                     00006490
                     MOVE 'IDENTIFICADOR ALTERNATIVO DESCONHECIDO'      00006500
                         TO REJ14-DESCRICAO-MOTIVO                      00006510
                 WHEN OTHER                                             00006520
                     MOVE ' ERRO NA REFERENCIA CRUZADA ' TO WRK-MSG     00006530
                     PERFORM 9000-TRATA-ERROS                           00006540
             END-EVALUATE.                                              00006550
      *---------------------------------------------------              00006560
       0215-PROCURAR-NA-FOTO              SECTION.                      00006570
             MOVE ZERO TO WRK-IDX-ACHADO.                               00006580
             MOVE ZERO TO WRK-IDX.                                      00006590
             PERFORM 0216-PROCURAR-UM-PRODUTO                           00006600
                 UNTIL WRK-IDX >= WRK-QTD-FOTO                          00006610
                    OR WRK-IDX-ACHADO > ZERO.                           00006620
      *---------------------------------------------------              00006630
       0216-PROCURAR-UM-PRODUTO           SECTION.                      00006640
             ADD 1 TO WRK-IDX.                                          00006650
             IF WRK-FOT-CODIGO (WRK-IDX) EQUAL WRK-CODIGO               00006660
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00006670
             END-IF.                                                    00006680
      *---------------------------------------------------              00006690
       0212-APURAR-CONTAGEM               SECTION.                      00006700
      *    MEDE A DIVERGENCIA DA CONTAGEM CONTRA A FOTO, VALORA A       00006710
      *    PRECO DO MASTER, ACUMULA NA CATEGORIA E, SE A CONTAGEM       00006720
      *    VEIO APROVADA E DIVERGE, POSTA O AJUSTE NO ESTOQUE           00006730
      *---------------------------------------------------              00006740
             COMPUTE WRK-DIVERGENCIA =                                  00006750
                 WRK-QTD-CONTADA - WRK-FOT-SALDO (WRK-IDX-ACHADO).      00006760
             COMPUTE WRK-VALOR-DIVERG ROUNDED =                         00006770
                 WRK-DIVERGENCIA * WRK-FOT-PRECO (WRK-IDX-ACHADO).      00006780
             PERFORM 0217-ACUMULAR-CATEGORIA.                           00006790
             MOVE WRK-CODIGO       TO WRK-DET-CODIGO.                   00006800
             MOVE WRK-FOT-SALDO (WRK-IDX-ACHADO) TO WRK-DET-FOTO.       00006810
             MOVE WRK-QTD-CONTADA  TO WRK-DET-CONTADO.                  00006820
             MOVE WRK-DIVERGENCIA  TO WRK-DET-DIVERG.                   00006830
             MOVE WRK-VALOR-DIVERG TO WRK-DET-VALOR.                    00006840
             IF WRK-CONTAGEM-APROVADA                                   00006850
                AND WRK-DIVERGENCIA NOT EQUAL ZERO                      00006860
                 PERFORM 0230-POSTAR-AJUSTE                             00006870
                 MOVE 'AJUSTADO'   TO WRK-DET-ACAO                      00006880
             ELSE                                                       00006890
                 MOVE 'SO LISTADO' TO WRK-DET-ACAO                      00006900
             END-IF.                                                    00006910
             WRITE REL-LINHA FROM WRK-DETALHE.                          00006920
             IF WRK-REGISTRO-VALIDO                                     00006930
                AND (WRK-CONTAGEM-APROVADA                              00006940
                     OR WRK-DIVERGENCIA EQUAL ZERO)                     00006950
                 PERFORM 0240-REGISTRAR-CONTAGEM                        00006960
             END-IF.                                                    00006970
      *---------------------------------------------------              00006980
       0217-ACUMULAR-CATEGORIA            SECTION.                      00006990
             MOVE ZERO TO WRK-IDX-CAT-ACH.                              00007000
             MOVE ZERO TO WRK-IDX-CAT.                                  00007010
             PERFORM 0218-PROCURAR-CATEGORIA                            00007020
                 UNTIL WRK-IDX-CAT >= WRK-QTD-CATEG                     00007030
                    OR WRK-IDX-CAT-ACH > ZERO.                          00007040
             IF WRK-IDX-CAT-ACH EQUAL ZERO                              00007050
                 IF WRK-QTD-CATEG >= WRK-MAX-CATEG                      00007060
                     MOVE ' ERRO CATEGORIAS EXCEDEM A TABELA '          00007070
                         TO WRK-MSG                                     00007080
                     PERFORM 9000-TRATA-ERROS                           00007090
                 END-IF                                                 00007100
                 ADD 1 TO WRK-QTD-CATEG                                 00007110
                 MOVE WRK-QTD-CATEG TO WRK-IDX-CAT-ACH                  00007120
                 MOVE WRK-FOT-CATEGORIA (WRK-IDX-ACHADO)                00007130
                     TO WRK-CAT-CODIGO (WRK-IDX-CAT-ACH)                00007140
                 MOVE ZEROS                                             00007150
                     TO WRK-CAT-QTD-DIVERG (WRK-IDX-CAT-ACH)            00007160
                 MOVE ZEROS                                             00007170
                     TO WRK-CAT-VAL-DIVERG (WRK-IDX-CAT-ACH)            00007180
             END-IF.                                                    00007190
             ADD WRK-DIVERGENCIA                                        00007200
                 TO WRK-CAT-QTD-DIVERG (WRK-IDX-CAT-ACH).               00007210
             ADD WRK-VALOR-DIVERG                                       00007220
                 TO WRK-CAT-VAL-DIVERG (WRK-IDX-CAT-ACH).               00007230
      *---------------------------------------------------              00007240
       0218-PROCURAR-CATEGORIA            SECTION.                      00007250
             ADD 1 TO WRK-IDX-CAT.                                      00007260
             IF WRK-CAT-CODIGO (WRK-IDX-CAT) EQUAL                      00007270
                    WRK-FOT-CATEGORIA (WRK-IDX-ACHADO)                  00007280
                 MOVE WRK-IDX-CAT TO WRK-IDX-CAT-ACH                    00007290
             END-IF.                                                    00007300
      *---------------------------------------------------              00007310
       0230-POSTAR-AJUSTE                 SECTION.                      00007320
      *    POSTA A CONTAGEM APROVADA COMO AJUSTE 'A' NO SALDO DO        00007330
      *    PRODUTO E NO LIVRO DE MOVIMENTACAO, COMO A FR05CB22 -        00007340
      *    O DOCUMENTO DO LANCAMENTO E INVENTARIO                       00007350
      *---------------------------------------------------              00007360
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00007370
             READ PRODUTO-MASTER                                        00007380
                 INVALID KEY                                            00007390
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007400
                     MOVE 01 TO REJ14-CODIGO-MOTIVO                     00007410
                     MOVE 'PRODUTO SUMIU DO MASTER' TO                  00007420
                         REJ14-DESCRICAO-MOTIVO                         00007430
                 NOT INVALID KEY                                        00007440
                     MOVE PRDM-QUANTIDADE TO WRK-SALDO-ANTERIOR         00007450
                     MOVE WRK-QTD-CONTADA TO PRDM-QUANTIDADE            00007460
                     MOVE PRDM-QUANTIDADE TO WRK-SALDO-NOVO             00007470
                     REWRITE CPPRDM01-REGISTRO                          00007480
                     PERFORM 0232-AJUSTAR-DEPOSITO                      00007490
                     PERFORM 0235-GRAVAR-LIVRO                          00007500
                     ADD 1 TO WRK-CONT-AJUSTADOS                        00007510
                     IF WRK-PERIODO-DESVIADO                            00007520
                         PERFORM 0237-GRAVAR-DESVIO                     00007530
                     END-IF                                             00007540
             END-READ.                                                  00007550
      *---------------------------------------------------              00007560
       0232-AJUSTAR-DEPOSITO              SECTION.                      00007570
      *    APLICA A DIFERENCA DO AJUSTE NO SALDO DO DEPOSITO 01 -       00007580
      *    A CONTAGEM E DO TOTAL DA COMPANHIA E O DEPOSITO 01 E O       00007590
      *    PADRAO; DIFERENCA QUE DEIXARIA O DEPOSITO NEGATIVO E         00007600
      *    ZERADA COM AVISO, PARA ACERTO POR CARTAO 'A' COM             00007610
      *    DEPOSITO NA FR05CB22                                         00007620
      *---------------------------------------------------              00007630
             COMPUTE WRK-DELTA-AJUSTE =                                 00007640
                 WRK-SALDO-NOVO - WRK-SALDO-ANTERIOR.                   00007650
             SET WRK-SALDO-DEP-AUSENTE TO TRUE.                         00007660
             MOVE WRK-CODIGO TO SLD-CODIGO.                             00007670
             MOVE '01'       TO SLD-DEPOSITO.                           00007680
             READ SALDOS                                                00007690
                 INVALID KEY                                            00007700
                     MOVE ZEROS TO SLD-QUANTIDADE                       00007710
                 NOT INVALID KEY                                        00007720
                     SET WRK-SALDO-DEP-ACHADO TO TRUE                   00007730
             END-READ.                                                  00007740
             COMPUTE WRK-SALDO-DEP-NOVO =                               00007750
                 SLD-QUANTIDADE + WRK-DELTA-AJUSTE.                     00007760
             IF WRK-SALDO-DEP-NOVO < ZERO                               00007770
                 DISPLAY ' AVISO: DEPOSITO 01 DO PRODUTO '              00007780
                         WRK-CODIGO ' ZERADO NO AJUSTE'                 00007790
                 MOVE ZERO TO WRK-SALDO-DEP-NOVO                        00007800
             END-IF.                                                    00007810
             MOVE WRK-SALDO-DEP-NOVO TO SLD-QUANTIDADE.                 00007820
             IF WRK-SALDO-DEP-ACHADO                                    00007830
                 REWRITE CPSLD01-REGISTRO                               00007840
             ELSE                                                       00007850
                 MOVE WRK-CODIGO TO SLD-CODIGO                          00007860
                 MOVE '01'       TO SLD-DEPOSITO                        00007870
                 WRITE CPSLD01-REGISTRO                                 00007880
             END-IF.                                                    00007890
      *---------------------------------------------------              00007900
       0235-GRAVAR-LIVRO                  SECTION.                      00007910
             MOVE WRK-CODIGO          TO LMV-CODIGO.                    00007920
             MOVE 'A'                 TO LMV-TIPO.                      00007930
             MOVE WRK-QTD-CONTADA     TO LMV-QUANTIDADE.                00007940
             MOVE 'INVENTARIO'        TO LMV-DOCUMENTO.                 00007950
             MOVE WRK-SALDO-ANTERIOR  TO LMV-SALDO-ANTERIOR.            00007960
             MOVE WRK-SALDO-NOVO      TO LMV-SALDO-NOVO.                00007970
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007980
             MOVE WRK-DATA-LANCAMENTO TO LMV-DATA.                      00007990
             MOVE WRK-HORA-ATUAL (1:6) TO LMV-HORA.                     00008000
             MOVE 'FR05CB69'          TO LMV-PROGRAMA.                  00008010
             MOVE SPACES              TO LMV-DEPOSITO.                  00008020
             MOVE SPACES              TO LMV-LOTE.                      00008030
             WRITE CPMOV02-REGISTRO.                                    00008040
      *---------------------------------------------------              00008050
       0240-REGISTRAR-CONTAGEM            SECTION.                      00008060
      *    CONTAGEM ENCERRADA (APROVADA OU SEM DIVERGENCIA) FICA        00008070
      *    COMO A ULTIMA CONTAGEM DO PRODUTO NO MASTER CICLICO,         00008080
      *    NOS DOIS MODOS - O INVENTARIO GERAL TAMBEM REINICIA O        00008090
      *    CICLO DO ITEM NO AGENDADOR FR06CB26                          00008100
      *---------------------------------------------------              00008110
             MOVE WRK-CODIGO TO CIC-CODIGO.                             00008120
             READ CICLO                                                 00008130
                 INVALID KEY                                            00008140
                     MOVE SPACES           TO CPCIC01-REGISTRO          00008150
                     MOVE WRK-CODIGO       TO CIC-CODIGO                00008160
                     MOVE ZEROS TO CIC-DATA-CLASSE                      00008170
                     MOVE ZEROS TO CIC-DATA-PROGRAMADA                  00008180
                     MOVE WRK-DATA-NEGOCIO TO CIC-DATA-ULT-CONTAGEM     00008190
                     MOVE WRK-QTD-CONTADA  TO CIC-QTD-ULT-CONTAGEM      00008200
                     MOVE WRK-DIVERGENCIA  TO CIC-DIVERG-ULT-CONTAGEM   00008210
                     WRITE CPCIC01-REGISTRO                             00008220
                 NOT INVALID KEY                                        00008230
                     MOVE WRK-DATA-NEGOCIO TO CIC-DATA-ULT-CONTAGEM     00008240
                     MOVE WRK-QTD-CONTADA  TO CIC-QTD-ULT-CONTAGEM      00008250
                     MOVE WRK-DIVERGENCIA  TO CIC-DIVERG-ULT-CONTAGEM   00008260
                     REWRITE CPCIC01-REGISTRO                           00008270
             END-READ.                                                  00008280
             IF WRK-FS-CICLO NOT EQUAL ZEROS                            00008290
                 MOVE ' ERRO GRAVACAO MASTER DE CONTAGEM CICLICA '      00008300
                     TO WRK-MSG                                         00008310
                 PERFORM 9000-TRATA-ERROS                               00008320
             END-IF.                                                    00008330
             ADD 1 TO WRK-CONT-CICLICOS.                                00008340
      *---------------------------------------------------              00008350
       0237-GRAVAR-DESVIO                 SECTION.                      00008360
      *    AJUSTE POSTADO COM O PERIODO DA DATA DE NEGOCIO              00008370
      *    FECHADO - REGISTRA O DESVIO PARA O RELATORIO (FR06CB31)      00008380
      *    COM O PRODUTO E A DIVERGENCIA VALORADA DA CONTAGEM           00008390
      *---------------------------------------------------              00008400
             MOVE SPACES              TO DSV-DOCUMENTO.                 00008410
             STRING 'INVENTARIO ' WRK-CODIGO                            00008420
                 DELIMITED BY SIZE INTO DSV-DOCUMENTO.                  00008430
             MOVE WRK-VALOR-DIVERG    TO DSV-VALOR.                     00008440
             PERFORM 0972-GRAVAR-DESVIO.                                00008450
      *---------------------------------------------------              00008460
       0220-GRAVA-REJEITO                 SECTION.                      00008470
             MOVE 'FR05CB69' TO REJ14-PROGRAMA.                         00008480
             MOVE WRK-REGISTRO TO REJ14-REGISTRO-ORIGINAL.              00008490
             WRITE CPREJ14-REGISTRO.                                    00008500
      *---------------------------------------------------              00008510
       0900-GRAVAR-AUDITORIA              SECTION.                      00008520
             MOVE 'FR05CB69' TO AUD-PROGRAMA.                           00008530
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00008540
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00008550
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00008560
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00008570
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00008580
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00008590
             MOVE ZEROS TO AUD-NUM-LOTE.                                00008600
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00008610
             WRITE CPAUD01-REGISTRO.                                    00008620
      *---------------------------------------------------              00008630
       0300-FINALIZAR                     SECTION.                      00008640
             PERFORM 0320-TOTALIZAR-CATEGORIAS.                         00008650
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00008660
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00008670
             PERFORM 0310-GRAVA-CONTROLE.                               00008680
             MOVE WRK-CONT-LIDOS                                        00008690
                 TO WRK-STT-REGISTROS.                                  00008700
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008710
             CLOSE PRODUTO-MASTER.                                      00008720
             CLOSE LIVROMOV.                                            00008730
             CLOSE SALDOS.                                              00008740
             CLOSE REJEITO-INTAKE.                                      00008750
             CLOSE AUDITORIA.                                           00008760
             CLOSE ENTRADA-SYSIN.                                       00008770
             CLOSE RELINVEN.                                            00008780
             CLOSE CONTROLE.                                            00008790
             CLOSE CICLO.                                               00008800
             CLOSE DESVIO.                                              00008810
             DISPLAY '==========================='.                     00008820
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00008830
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00008840
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00008850
             DISPLAY 'AJUSTES POSTADOS.: ' WRK-CONT-AJUSTADOS.          00008860
             DISPLAY 'AJUSTES DESVIADOS: ' WRK-CONT-DESVIADOS.          00008870
             DISPLAY 'CONTAGENS NO CICLO: ' WRK-CONT-CICLICOS.          00008880
             DISPLAY '==========================='.                     00008890
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00008900
             PERFORM 9000-TRATA-ERROS.                                  00008910
      *---------------------------------------------------              00008920
       0320-TOTALIZAR-CATEGORIAS          SECTION.                      00008930
             MOVE ZERO TO WRK-IDX-CAT.                                  00008940
             PERFORM 0325-TOTALIZAR-UMA-CATEG                           00008950
                 UNTIL WRK-IDX-CAT >= WRK-QTD-CATEG.                    00008960
      *---------------------------------------------------              00008970
       0325-TOTALIZAR-UMA-CATEG           SECTION.                      00008980
             ADD 1 TO WRK-IDX-CAT.                                      00008990
             MOVE WRK-CAT-CODIGO (WRK-IDX-CAT)                          00009000
                 TO WRK-CAT-DET-CODIGO.                                 00009010
             MOVE WRK-CAT-QTD-DIVERG (WRK-IDX-CAT)                      00009020
                 TO WRK-CAT-DET-QTD.                                    00009030
             MOVE WRK-CAT-VAL-DIVERG (WRK-IDX-CAT)                      00009040
                 TO WRK-CAT-DET-VALOR.                                  00009050
             WRITE REL-LINHA FROM WRK-LINHA-CATEG.                      00009060
      *---------------------------------------------------              00009070
       0310-GRAVA-CONTROLE                SECTION.                      00009080
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00009090
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00009100
      *---------------------------------------------------              00009110
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00009120
             MOVE SPACES              TO CTL-DATA-HORA.                 00009130
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00009140
             MOVE WRK-CONT-AJUSTADOS  TO CTL-QTD-GRAVADOS.              00009150
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00009160
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00009170
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00009180
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00009190
             MOVE ZERO                TO CTL-QTD-FONTES.                00009200
             WRITE CPCTRL01-REGISTRO.                                   00009210
      *---------------------------------------------------              00009220
       9000-TRATA-ERROS                   SECTION.                      00009230
      *---------------------------------------------------              00009240
             PERFORM 9050-GRAVAR-ERRLOG.                                00009250
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00009260
             STOP RUN.                                                  00009270
      *--------------------------------------------------------------   00009280
       9000-99-FIM.            EXIT.                                    00009290
      *--------------------------------------------------------------   00009300
