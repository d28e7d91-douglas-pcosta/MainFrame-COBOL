      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB18.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: INTAKE DOS COMPROVANTES DE ENTREGA VIA            00000120
      *               CARTOES DE SYSIN, CONTRAPARTIDA DAS FOLHAS        00000130
      *               DE ROTA (FR05CB78). CADA CARTAO TRAZ A            00000140
      *               SITUACAO (E ENTREGUE, F FALHA, R RECUSADA),       00000150
      *               O NUMERO DA NOTA, A DATA DA OCORRENCIA, O         00000160
      *               MOTIVO (CPENT01) E O NOME DO RECEBEDOR. A         00000170
      *               OCORRENCIA ACEITA E GRAVADA NO MASTER DE          00000180
      *               ENTREGAS (CPENT01) PELO NUMERO DA NOTA:           00000190
      *               - FALHA RECEBE A REENTREGA NO PROXIMO DIA         00000200
      *                 UTIL DO CALENDARIO E VOLTA NA FOLHA DE          00000210
      *                 ROTA DAQUELE DIA; FALHA POR ENDERECO            00000220
      *                 (MOTIVOS 03 E 04) MARCA O ENDERECO DO           00000230
      *                 CLIENTE PARA REVISAO (END-PARA-REVISAO)         00000240
      *               - RECUSA GERA UM CARTAO DE DEVOLUCAO POR          00000250
      *                 LINHA DA NOTA NO DECK DA FR05CB59 (PEDIDO,      00000260
      *                 QUANTIDADE E ITEM DO PEDIDO), COM O             00000270
      *                 ENVELOPE DE LOTE DOS INTAKES                    00000280
      *               NOTA JA ENTREGUE OU JA RECUSADA NAO ACEITA        00000290
      *               NOVA OCORRENCIA                                   00000300
      *-------------------------------------------------------*         00000310
      *     HISTORICO DE ALTERACOES                                     00000320
      *     DATA        AUTOR   DESCRICAO                               00000330
      *     ----------  ------  --------------------------------        00000340
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000350
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000360
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000370
      *=======================================================*         00000380
                                                                        00000390
      *=======================================================*         00000400
       ENVIRONMENT                               DIVISION.              00000410
      *=======================================================*         00000420
       INPUT-OUTPUT                              SECTION.               00000430
       FILE-CONTROL.                                                    00000440
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000450
                ORGANIZATION IS INDEXED                                 00000460
                ACCESS MODE  IS DYNAMIC                                 00000470
                RECORD KEY   IS NFH-CHAVE                               00000480
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000490
                                                                        00000500
             SELECT ENTREGAS ASSIGN TO ARQENT                           00000510
                ORGANIZATION IS INDEXED                                 00000520
                ACCESS MODE  IS DYNAMIC                                 00000530
                RECORD KEY   IS ENT-NOTA                                00000540
                FILE STATUS  IS WRK-FS-ENTREGAS.                        00000550
                                                                        00000560
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000570
                ORGANIZATION IS INDEXED                                 00000580
                ACCESS MODE  IS DYNAMIC                                 00000590
                RECORD KEY   IS END-CLI-ID                              00000600
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000610
                                                                        00000620
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000630
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000640
                                                                        00000650
             SELECT DECK-DEVOLUCAO ASSIGN TO ARQDEV                     00000660
                FILE STATUS  IS WRK-FS-DECK.                            00000670
                                                                        00000680
             SELECT RELENT   ASSIGN TO ARQRPT                           00000690
                FILE STATUS  IS WRK-FS-RELENT.                          00000700
                                                                        00000710
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000720
                FILE STATUS  IS WRK-FS-REJEITO.                         00000730
                                                                        00000740
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000750
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000760
                                                                        00000770
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000780
                FILE STATUS  IS WRK-FS-SYSIN.                           00000790
                                                                        00000800
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000810
                ORGANIZATION IS INDEXED                                 00000820
                ACCESS MODE  IS DYNAMIC                                 00000830
                RECORD KEY   IS CKP-PROGRAMA                            00000840
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000850
                                                                        00000860
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000870
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000880
                                                                        00000890
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000900
                ORGANIZATION IS INDEXED                                 00000910
                ACCESS MODE  IS DYNAMIC                                 00000920
                RECORD KEY   IS CAL-DATA                                00000930
                FILE STATUS  IS WRK-FS-CALEND.                          00000940
                                                                        00000950
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000960
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000970
                                                                        00000980
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000990
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001000
      *=======================================================*         00001010
       DATA                                      DIVISION.              00001020
      *=======================================================*         00001030
       FILE                                      SECTION.               00001040
       FD ENTRADA-SYSIN                                                 00001050
           RECORDING MODE IS F                                          00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
       01 SYSIN-REGISTRO             PIC X(046).                        00001080
                                                                        00001090
       FD NOTAHIST.                                                     00001100
           COPY CPNFH01.                                                00001110
                                                                        00001120
       FD ENTREGAS.                                                     00001130
           COPY CPENT01.                                                00001140
                                                                        00001150
       FD ENDERECO-MASTER.                                              00001160
           COPY CPEND01.                                                00001170
                                                                        00001180
       FD PEDIDOS                                                       00001190
           RECORDING MODE IS F                                          00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
           COPY CPPED01.                                                00001220
                                                                        00001230
       FD DECK-DEVOLUCAO                                                00001240
           RECORDING MODE IS F                                          00001250
           BLOCK CONTAINS 0 RECORDS.                                    00001260
       01 DEV-REGISTRO                 PIC X(023).                      00001270
                                                                        00001280
       FD RELENT                                                        00001290
           RECORDING MODE IS F                                          00001300
           BLOCK CONTAINS 0 RECORDS.                                    00001310
       01 REL-LINHA                    PIC X(132).                      00001320
                                                                        00001330
       FD REJEITO-INTAKE                                                00001340
           RECORDING MODE IS F                                          00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
           COPY CPREJ28.                                                00001370
                                                                        00001380
       FD AUDITORIA                                                     00001390
           RECORDING MODE IS F                                          00001400
           BLOCK CONTAINS 0 RECORDS.                                    00001410
           COPY CPAUD01.                                                00001420
                                                                        00001430
       FD CHECKPT.                                                      00001440
           COPY CPCKPT01.                                               00001450
                                                                        00001460
       FD ERRLOG.                                                       00001470
           COPY CPERRL01.                                               00001480
                                                                        00001490
       FD CALENDARIO.                                                   00001500
           COPY CPCAL01.                                                00001510
                                                                        00001520
       FD ESTATIS                                                       00001530
           RECORDING MODE IS F                                          00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
           COPY CPSTA01.                                                00001560
                                                                        00001570
       FD CONTROLE                                                      00001580
           RECORDING MODE IS F                                          00001590
           BLOCK CONTAINS 0 RECORDS.                                    00001600
           COPY CPCTRL01.                                               00001610
                                                                        00001620
       WORKING-STORAGE                           SECTION.               00001630
       01 WRK-REGISTRO.                                                 00001640
          05 WRK-SITUACAO   PIC X(001)        VALUE SPACES.             00001650
             88 WRK-SIT-VALIDA                VALUE 'E' 'F' 'R'.        00001660
             88 WRK-SIT-ENTREGUE              VALUE 'E'.                00001670
             88 WRK-SIT-FALHA                 VALUE 'F'.                00001680
             88 WRK-SIT-RECUSADA              VALUE 'R'.                00001690
          05 WRK-NOTA       PIC 9(005)        VALUE ZEROS.              00001700
          05 WRK-DATA-OCORRENCIA PIC 9(008)   VALUE ZEROS.              00001710
          05 WRK-DATA-OCORR-X REDEFINES WRK-DATA-OCORRENCIA             00001720
                            PIC X(008).                                 00001730
          05 WRK-MOTIVO     PIC 9(002)        VALUE ZEROS.              00001740
             88 WRK-MOTIVO-FALHA              VALUE 01 02 03 04 08.     00001750
             88 WRK-MOTIVO-RECUSA             VALUE 05 06 07 08.        00001760
          05 WRK-MOTIVO-X REDEFINES WRK-MOTIVO                          00001770
                            PIC X(002).                                 00001780
          05 WRK-RECEBEDOR  PIC X(030)        VALUE SPACES.             00001790
                                                                        00001800
       77 WRK-FS-NOTAHIST          PIC X(02) VALUE SPACES.              00001810
       77 WRK-FS-ENTREGAS          PIC X(02) VALUE SPACES.              00001820
       77 WRK-FS-ENDERECO          PIC X(02) VALUE SPACES.              00001830
       77 WRK-FS-PEDIDOS           PIC X(02) VALUE SPACES.              00001840
       77 WRK-FS-DECK              PIC X(02) VALUE SPACES.              00001850
       77 WRK-FS-RELENT            PIC X(02) VALUE SPACES.              00001860
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001870
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001880
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001890
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001900
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001910
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001920
       77 WRK-HORA-GERACAO         PIC 9(08) VALUE ZERO.                00001930
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001940
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001950
       77 WRK-CONT-ENTREGUES       PIC 9(07) COMP VALUE ZERO.           00001960
       77 WRK-CONT-FALHAS          PIC 9(07) COMP VALUE ZERO.           00001970
       77 WRK-CONT-RECUSADAS       PIC 9(07) COMP VALUE ZERO.           00001980
       77 WRK-CONT-REVISAO         PIC 9(07) COMP VALUE ZERO.           00001990
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00002000
       77 WRK-CONT-DUPLICADOS      PIC 9(07) COMP VALUE ZERO.           00002010
       77 WRK-CONT-DECK            PIC 9(06) VALUE ZERO.                00002020
       77 WRK-DATA-REENTREGA       PIC 9(08) VALUE ZERO.                00002030
       01 WRK-SW-VALIDO.                                                00002040
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002050
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002060
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002070
       01 WRK-SW-ENTREGA.                                               00002080
          05 WRK-SW-ENTREGA-IND      PIC X(01) VALUE 'N'.               00002090
             88 WRK-ENTREGA-EXISTENTE      VALUE 'S'.                   00002100
             88 WRK-ENTREGA-NOVA           VALUE 'N'.                   00002110
      *---------------------------------------------------              00002120
      *    DADOS DA NOTA INFORMADA, LIDOS NO HISTORICO                  00002130
      *---------------------------------------------------              00002140
       77 WRK-NOTA-PEDIDO          PIC 9(05) VALUE ZEROS.               00002150
       77 WRK-NOTA-CLI-ID          PIC 9(05) VALUE ZEROS.               00002160
       77 WRK-NOTA-CLI-NOME        PIC X(30) VALUE SPACES.              00002170
       77 WRK-NOTA-EMISSAO         PIC 9(08) VALUE ZEROS.               00002180
       01 WRK-SW-CANCELADA.                                             00002190
          05 WRK-SW-CANCELADA-IND    PIC X(01) VALUE 'N'.               00002200
             88 WRK-NOTA-CANCELADA         VALUE 'S'.                   00002210
             88 WRK-NOTA-ATIVA             VALUE 'N'.                   00002220
       77 WRK-MAX-LINHAS      PIC 9(04) COMP VALUE 999.                 00002230
       77 WRK-NOTA-LINHAS     PIC 9(04) COMP VALUE ZERO.                00002240
       77 WRK-IDX-LIN         PIC 9(04) COMP VALUE ZERO.                00002250
       01 WRK-TABELA-LINHAS.                                            00002260
          05 WRK-ENT-LINHA OCCURS 999 TIMES.                            00002270
             10 WRK-LIN-PEDIDO        PIC 9(05).                        00002280
             10 WRK-LIN-CODIGO        PIC 9(08).                        00002290
             10 WRK-LIN-QUANTIDADE    PIC 9(07).                        00002300
             10 WRK-LIN-IDX-PED       PIC 9(05) COMP.                   00002310
      *---------------------------------------------------              00002320
      *    LINHAS FATURADAS DOS PEDIDOS CARREGADAS EM MEMORIA           00002330
      *    PARA ACHAR O ITEM DO PEDIDO DE CADA LINHA DE NOTA            00002340
      *    RECUSADA (O ARQUIVO E SEQUENCIAL)                            00002350
      *---------------------------------------------------              00002360
       77 WRK-MAX-PEDIDOS     PIC 9(05) COMP VALUE 5000.                00002370
       77 WRK-QTD-PEDIDOS     PIC 9(05) COMP VALUE ZERO.                00002380
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00002390
       77 WRK-IDX-ACHADO      PIC 9(05) COMP VALUE ZERO.                00002400
       01 WRK-TABELA-PEDIDOS.                                           00002410
          05 WRK-ENT-PEDIDO OCCURS 5000 TIMES.                          00002420
             10 WRK-PDT-NUMERO        PIC 9(05).                        00002430
             10 WRK-PDT-ITEM          PIC 9(03).                        00002440
             10 WRK-PDT-CODIGO        PIC 9(08).                        00002450
             10 WRK-PDT-QUANTIDADE    PIC 9(07).                        00002460
             10 WRK-PDT-USADO         PIC X(01).                        00002470
      *---------------------------------------------------              00002480
      *    CARTAO DE DEVOLUCAO NO LAYOUT DA SYSIN DA FR05CB59           00002490
      *    E ENVELOPE DE LOTE DO DECK, NOS MOLDES DA FR05CB41           00002500
      *---------------------------------------------------              00002510
       01 WRK-CARTAO-DEVOLUCAO.                                         00002520
          05 WRK-DEV-PEDIDO        PIC 9(05).                           00002530
          05 WRK-DEV-QUANTIDADE    PIC 9(07).                           00002540
          05 WRK-DEV-ITEM          PIC 9(03).                           00002550
          05 FILLER                PIC X(08) VALUE SPACES.              00002560
       01 WRK-ENV-SAIDA.                                                00002570
          05 WRK-ENS-TIPO          PIC X(01).                           00002580
          05 WRK-ENS-LOTE          PIC 9(06).                           00002590
          05 WRK-ENS-ORIGEM        PIC X(08).                           00002600
          05 WRK-ENS-DATA          PIC 9(08).                           00002610
      *---------------------------------------------------              00002620
      *    PROXIMO DIA UTIL SEM CALENDARIO (DIA SEGUINTE                00002630
      *    CORRIDO), NOS MOLDES DA FR05CB94                             00002640
      *---------------------------------------------------              00002650
       01 WRK-DATA-CALCULO.                                             00002660
          05 WRK-CALC-ANO           PIC 9(04).                          00002670
          05 WRK-CALC-MES           PIC 9(02).                          00002680
          05 WRK-CALC-DIA           PIC 9(02).                          00002690
       01 WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALCULO                  00002700
                                    PIC 9(08).                          00002710
       77 WRK-CALC-ULT-DIA    PIC 9(02) VALUE ZERO.                     00002720
       77 WRK-CALC-QUOC       PIC 9(04) VALUE ZERO.                     00002730
       77 WRK-CALC-RESTO      PIC 9(04) VALUE ZERO.                     00002740
      *---------------------------------------------------              00002750
      *    RELATORIO DAS OCORRENCIAS ACEITAS                            00002760
      *---------------------------------------------------              00002770
       01 WRK-CABEC1.                                                   00002780
          05 FILLER               PIC X(44) VALUE                       00002790
             'COMPROVANTES DE ENTREGA - DATA NEGOCIO     '.             00002800
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00002810
                                                                        00002820
       01 WRK-CABEC2.                                                   00002830
          05 FILLER               PIC X(50) VALUE                       00002840
             'NOTA  CLIENTE NOME                           SITUA'.      00002850
          05 FILLER               PIC X(50) VALUE                       00002860
             'CAO   MOTIVO                              OCORRENC'.      00002870
          05 FILLER               PIC X(30) VALUE                       00002880
             'IA  COMPLEMENTO'.                                         00002890
                                                                        00002900
       01 WRK-LINHA-DET.                                                00002910
          05 WRK-DET-NOTA         PIC 9(05).                            00002920
          05 FILLER               PIC X(01) VALUE SPACE.                00002930
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002940
          05 FILLER               PIC X(03) VALUE SPACES.               00002950
          05 WRK-DET-CLI-NOME     PIC X(30).                            00002960
          05 FILLER               PIC X(01) VALUE SPACE.                00002970
          05 WRK-DET-SITUACAO     PIC X(09).                            00002980
          05 FILLER               PIC X(01) VALUE SPACE.                00002990
          05 WRK-DET-MOTIVO       PIC X(35).                            00003000
          05 FILLER               PIC X(01) VALUE SPACE.                00003010
          05 WRK-DET-OCORRENCIA   PIC 9(08).                            00003020
          05 FILLER               PIC X(02) VALUE SPACES.               00003030
          05 WRK-DET-COMPLEMENTO  PIC X(30).                            00003040
          05 WRK-DET-COMPL-REENT REDEFINES WRK-DET-COMPLEMENTO.         00003050
             10 WRK-DET-ROT-REENT    PIC X(13).                         00003060
             10 WRK-DET-DATA-REENT   PIC 9(08).                         00003070
             10 FILLER               PIC X(09).                         00003080
                                                                        00003090
       01 WRK-LINHA-REVISAO.                                            00003100
          05 FILLER               PIC X(15) VALUE SPACES.               00003110
          05 WRK-REV-TEXTO        PIC X(50).                            00003120
                                                                        00003130
       01 WRK-LINHA-TOTAL.                                              00003140
          05 WRK-TOT-ROTULO       PIC X(24).                            00003150
          05 WRK-TOT-QTD          PIC Z(6)9.                            00003160
       COPY CPAUD02.                                                    00003170
       COPY CPCAB01.                                                    00003180
       COPY CPCKP01.                                                    00003190
       COPY CPERR01.                                                    00003200
       COPY CPDTA01.                                                    00003210
       COPY CPSTT01.                                                    00003220
      *---------------------------------------------------              00003230
       LINKAGE                                    SECTION.              00003240
      *---------------------------------------------------              00003250
       01 WRK-PARM-RESTART.                                             00003260
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003270
          05 WRK-PARM-DADOS           PIC X(66).                        00003280
      *=========================================*                       00003290
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003300
      *=========================================*                       00003310
                                                                        00003320
      *---------------------------------------------------              00003330
       0000-PRINCIPAL                     SECTION.                      00003340
      *---------------------------------------------------              00003350
             PERFORM 0100-INICIAR.                                      00003360
             PERFORM 0200-PROCESSAR                                     00003370
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003380
             PERFORM 0300-FINALIZAR.                                    00003390
      *---------------------------------------------------              00003400
       0000-99-FIM.            EXIT.                                    00003410
      *---------------------------------------------------              00003420
                                                                        00003430
       0100-INICIAR                       SECTION.                      00003440
             MOVE 'FR06CB18' TO WRK-CAB-PROGRAMA.                       00003450
             PERFORM 0101-CABECALHO-PADRAO.                             00003460
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003470
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003480
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003490
             ACCEPT WRK-HORA-GERACAO FROM TIME.                         00003500
             PERFORM 0102-INTERPRETAR-PARM.                             00003510
             PERFORM 0115-APURAR-PROXIMO-UTIL.                          00003520
             OPEN INPUT NOTAHIST.                                       00003530
             OPEN INPUT PEDIDOS.                                        00003540
             OPEN INPUT ENTRADA-SYSIN.                                  00003550
             PERFORM 0105-ABRIR-AUDITORIA.                              00003560
             PERFORM 0111-ABRIR-ENTREGAS.                               00003570
             PERFORM 0112-ABRIR-ENDERECOS.                              00003580
             PERFORM 0103-ABRIR-CHECKPOINT.                             00003590
             PERFORM 0104-POSICIONAR-RESTART.                           00003600
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003610
                 PERFORM 0113-CONTAR-DECK                               00003620
                 OPEN EXTEND DECK-DEVOLUCAO                             00003630
                 OPEN EXTEND REJEITO-INTAKE                             00003640
                 OPEN EXTEND RELENT                                     00003650
                 OPEN EXTEND CONTROLE                                   00003660
             ELSE                                                       00003670
                 OPEN OUTPUT DECK-DEVOLUCAO                             00003680
                 OPEN OUTPUT REJEITO-INTAKE                             00003690
                 OPEN OUTPUT RELENT                                     00003700
                 OPEN OUTPUT CONTROLE                                   00003710
             END-IF.                                                    00003720
             PERFORM 0110-TESTAR-STATUS.                                00003730
             IF WRK-CKPT-QTD-A-PULAR EQUAL ZERO                         00003740
                 MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF              00003750
                 WRITE REL-LINHA FROM WRK-CABEC1                        00003760
                 MOVE SPACES TO REL-LINHA                               00003770
                 WRITE REL-LINHA                                        00003780
                 WRITE REL-LINHA FROM WRK-CABEC2                        00003790
             END-IF.                                                    00003800
             PERFORM 0120-CARREGAR-PEDIDOS                              00003810
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00003820
             CLOSE PEDIDOS.                                             00003830
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003840
      *---------------------------------------------------              00003850
       0100-99-FIM.            EXIT.                                    00003860
      *---------------------------------------------------              00003870
           COPY CPCAB02.                                                00003880
       COPY CPCKP02.                                                    00003890
           COPY CPERR02.                                                00003900
           COPY CPDTA02.                                                00003910
           COPY CPSTT02.                                                00003920
           COPY CPAUD03.                                                00003930
      *---------------------------------------------------              00003940
       0105-ABRIR-AUDITORIA               SECTION.                      00003950
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003960
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003970
      *---------------------------------------------------              00003980
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003990
             OPEN EXTEND AUDITORIA.                                     00004000
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004010
                 OPEN OUTPUT AUDITORIA                                  00004020
                 CLOSE AUDITORIA                                        00004030
                 OPEN EXTEND AUDITORIA                                  00004040
             END-IF.                                                    00004050
      *---------------------------------------------------              00004060
       0111-ABRIR-ENTREGAS                SECTION.                      00004070
      *    ABRE O MASTER DE ENTREGAS, CRIANDO-O NA PRIMEIRA             00004080
      *    EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)              00004090
      *---------------------------------------------------              00004100
             OPEN I-O ENTREGAS.                                         00004110
             IF WRK-FS-ENTREGAS EQUAL '35'                              00004120
                 OPEN OUTPUT ENTREGAS                                   00004130
                 CLOSE ENTREGAS                                         00004140
                 OPEN I-O ENTREGAS                                      00004150
             END-IF.                                                    00004160
      *---------------------------------------------------              00004170
       0112-ABRIR-ENDERECOS               SECTION.                      00004180
      *    SEM O MASTER DE ENDERECOS A FALHA POR ENDERECO E             00004190
      *    ACEITA, MAS NAO HA O QUE MARCAR PARA REVISAO                 00004200
      *---------------------------------------------------              00004210
             OPEN I-O ENDERECO-MASTER.                                  00004220
             IF WRK-FS-ENDERECO EQUAL '35'                              00004230
                 DISPLAY ' AVISO: SEM MASTER DE ENDERECOS - '           00004240
                         'NENHUM ENDERECO SERA MARCADO'                 00004250
             END-IF.                                                    00004260
      *---------------------------------------------------              00004270
       0113-CONTAR-DECK                   SECTION.                      00004280
      *    NA RETOMADA, CONTA OS CARTOES DE DEVOLUCAO JA GRAVADOS       00004290
      *    NO DECK ANTES DO CHECKPOINT - O TRAILER DO LOTE SAI          00004300
      *    COM O TOTAL DO DECK, NAO SO O DESTA EXECUCAO                 00004310
      *---------------------------------------------------              00004320
             OPEN INPUT DECK-DEVOLUCAO.                                 00004330
             IF WRK-FS-DECK EQUAL ZEROS                                 00004340
                 PERFORM 0114-CONTAR-UM-CARTAO                          00004350
                     UNTIL WRK-FS-DECK NOT EQUAL ZEROS                  00004360
                 CLOSE DECK-DEVOLUCAO                                   00004370
             END-IF.                                                    00004380
      *---------------------------------------------------              00004390
       0114-CONTAR-UM-CARTAO              SECTION.                      00004400
             READ DECK-DEVOLUCAO.                                       00004410
             IF WRK-FS-DECK EQUAL ZEROS                                 00004420
                AND DEV-REGISTRO (1:1) NOT EQUAL 'H'                    00004430
                AND DEV-REGISTRO (1:1) NOT EQUAL 'T'                    00004440
                 ADD 1 TO WRK-CONT-DECK                                 00004450
             END-IF.                                                    00004460
      *---------------------------------------------------              00004470
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00004480
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00004490
      *    ULTIMO CHECKPOINT                                            00004500
      *---------------------------------------------------              00004510
             PERFORM 0108-PULAR-UM-CARTAO                               00004520
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00004530
                    OR WRK-FS-SYSIN EQUAL '10'.                         00004540
      *---------------------------------------------------              00004550
       0108-PULAR-UM-CARTAO               SECTION.                      00004560
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004570
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004580
                 ADD 1 TO WRK-CONT-LIDOS                                00004590
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004600
                 PERFORM 0105-CHECAR-CHECKPOINT                         00004610
             END-IF.                                                    00004620
                                                                        00004630
       0110-TESTAR-STATUS                 SECTION.                      00004640
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00004650
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00004660
                 PERFORM 9000-TRATA-ERROS                               00004670
             END-IF.                                                    00004680
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00004690
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00004700
                 PERFORM 9000-TRATA-ERROS                               00004710
             END-IF.                                                    00004720
             IF WRK-FS-ENTREGAS NOT EQUAL ZEROS                         00004730
                 MOVE ' ERRO OPEN MASTER DE ENTREGAS ' TO WRK-MSG       00004740
                 PERFORM 9000-TRATA-ERROS                               00004750
             END-IF.                                                    00004760
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00004770
                AND WRK-FS-ENDERECO NOT EQUAL '35'                      00004780
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00004790
                 PERFORM 9000-TRATA-ERROS                               00004800
             END-IF.                                                    00004810
             IF WRK-FS-DECK NOT EQUAL ZEROS                             00004820
                 MOVE ' ERRO OPEN DECK DE DEVOLUCAO ' TO WRK-MSG        00004830
                 PERFORM 9000-TRATA-ERROS                               00004840
             END-IF.                                                    00004850
             IF WRK-FS-RELENT NOT EQUAL ZEROS                           00004860
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00004870
                 PERFORM 9000-TRATA-ERROS                               00004880
             END-IF.                                                    00004890
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00004900
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00004910
                 PERFORM 9000-TRATA-ERROS                               00004920
             END-IF.                                                    00004930
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00004940
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00004950
                 PERFORM 9000-TRATA-ERROS                               00004960
             END-IF.                                                    00004970
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004980
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00004990
                 PERFORM 9000-TRATA-ERROS                               00005000
             END-IF.                                                    00005010
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005020
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005030
                 PERFORM 9000-TRATA-ERROS                               00005040
             END-IF.                                                    00005050
      *---------------------------------------------------              00005060
       0115-APURAR-PROXIMO-UTIL           SECTION.                      00005070
      *    A REENTREGA DE UMA FALHA VAI PARA O PROXIMO DIA UTIL         00005080
      *    APOS A DATA DE NEGOCIO, LIDO NO REGISTRO DO CALENDARIO       00005090
      *    DA PROPRIA DATA; SEM CALENDARIO (OU SEM O REGISTRO DA        00005100
      *    DATA) VALE O DIA SEGUINTE CORRIDO                            00005110
      *---------------------------------------------------              00005120
             MOVE ZEROS TO WRK-DATA-REENTREGA.                          00005130
             OPEN INPUT CALENDARIO.                                     00005140
             IF WRK-FS-CALEND EQUAL ZEROS                               00005150
                 MOVE WRK-DATA-NEGOCIO TO CAL-DATA                      00005160
                 READ CALENDARIO                                        00005170
                     INVALID KEY                                        00005180
                         CONTINUE                                       00005190
                     NOT INVALID KEY                                    00005200
                         IF CAL-PROX-UTIL NUMERIC                       00005210
                            AND CAL-PROX-UTIL > WRK-DATA-NEGOCIO        00005220
                             MOVE CAL-PROX-UTIL TO WRK-DATA-REENTREGA   00005230
                         END-IF                                         00005240
                 END-READ                                               00005250
                 CLOSE CALENDARIO                                       00005260
             END-IF.                                                    00005270
             IF WRK-DATA-REENTREGA EQUAL ZEROS                          00005280
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CALC-NUM             00005290
                 PERFORM 0116-SOMAR-UM-DIA                              00005300
                 MOVE WRK-DATA-CALC-NUM TO WRK-DATA-REENTREGA           00005310
                 DISPLAY ' AVISO: DATA SEM CALENDARIO - REENTREGA '     00005320
                         'NO DIA SEGUINTE: ' WRK-DATA-REENTREGA         00005330
             END-IF.                                                    00005340
      *---------------------------------------------------              00005350
       0116-SOMAR-UM-DIA                  SECTION.                      00005360
             PERFORM 0117-APURAR-ULT-DIA.                               00005370
             IF WRK-CALC-DIA < WRK-CALC-ULT-DIA                         00005380
                 ADD 1 TO WRK-CALC-DIA                                  00005390
             ELSE                                                       00005400
                 MOVE 01 TO WRK-CALC-DIA                                00005410
                 IF WRK-CALC-MES EQUAL 12                               00005420
                     MOVE 01 TO WRK-CALC-MES                            00005430
                     ADD 1 TO WRK-CALC-ANO                              00005440
                 ELSE                                                   00005450
                     ADD 1 TO WRK-CALC-MES                              00005460
                 END-IF                                                 00005470
             END-IF.                                                    00005480
      *---------------------------------------------------              00005490
       0117-APURAR-ULT-DIA                SECTION.                      00005500
             EVALUATE WRK-CALC-MES                                      00005510
                 WHEN 04                                                00005520
                 WHEN 06                                                00005530
                 WHEN 09                                                00005540
                 WHEN 11                                                00005550
                     MOVE 30 TO WRK-CALC-ULT-DIA                        00005560
                 WHEN 02                                                00005570
                     DIVIDE WRK-CALC-ANO BY 4                           00005580
                         GIVING WRK-CALC-QUOC                           00005590
                         REMAINDER WRK-CALC-RESTO                       00005600
                     IF WRK-CALC-RESTO EQUAL ZEROS                      00005610
                         MOVE 29 TO WRK-CALC-ULT-DIA                    00005620
                     ELSE                                               00005630
                         MOVE 28 TO WRK-CALC-ULT-DIA                    00005640
                     END-IF                                             00005650
                 WHEN OTHER                                             00005660
                     MOVE 31 TO WRK-CALC-ULT-DIA                        00005670
             END-EVALUATE.                                              00005680
      *---------------------------------------------------              00005690
       0120-CARREGAR-PEDIDOS              SECTION.                      00005700
      *    CARREGA EM MEMORIA AS LINHAS FATURADAS DOS PEDIDOS,          00005710
      *    PARA A RECUSA NAO RELER O SEQUENCIAL A CADA CARTAO           00005720
      *---------------------------------------------------              00005730
             READ PEDIDOS.                                              00005740
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00005750
                 IF PED-FATURADO                                        00005760
                     IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS              00005770
                         MOVE ' ERRO PEDIDOS EXCEDEM A TABELA '         00005780
                             TO WRK-MSG                                 00005790
                         PERFORM 9000-TRATA-ERROS                       00005800
                     END-IF                                             00005810
                     ADD 1 TO WRK-QTD-PEDIDOS                           00005820
                     MOVE PED-NUMERO                                    00005830
                         TO WRK-PDT-NUMERO (WRK-QTD-PEDIDOS)            00005840
                     MOVE PED-ITEM                                      00005850
                         TO WRK-PDT-ITEM (WRK-QTD-PEDIDOS)              00005860
                     MOVE PED-CODIGO                                    00005870
                         TO WRK-PDT-CODIGO (WRK-QTD-PEDIDOS)            00005880
                     MOVE PED-QUANTIDADE                                00005890
                         TO WRK-PDT-QUANTIDADE (WRK-QTD-PEDIDOS)        00005900
                     MOVE 'N' TO WRK-PDT-USADO (WRK-QTD-PEDIDOS)        00005910
                 END-IF                                                 00005920
             END-IF.                                                    00005930
      *---------------------------------------------------              00005940
       0200-PROCESSAR                     SECTION.                      00005950
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005960
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005970
                 ADD 1 TO WRK-CONT-LIDOS                                00005980
                 PERFORM 0210-VALIDAR-REGISTRO                          00005990
                 IF WRK-REGISTRO-VALIDO                                 00006000
                     PERFORM 0230-REGISTRAR-ENTREGA                     00006010
                     SET AUD-ACEITO TO TRUE                             00006020
                 ELSE                                                   00006030
                     IF REJ28-JA-ENTREGUE                               00006040
                        OR REJ28-JA-RECUSADA                            00006050
                         ADD 1 TO WRK-CONT-DUPLICADOS                   00006060
                     ELSE                                               00006070
                         ADD 1 TO WRK-CONT-REJEITADOS                   00006080
                     END-IF                                             00006090
                     PERFORM 0220-GRAVA-REJEITO                         00006100
                     SET AUD-REJEITADO TO TRUE                          00006110
                 END-IF                                                 00006120
                 PERFORM 0900-GRAVAR-AUDITORIA                          00006130
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00006140
                 PERFORM 0105-CHECAR-CHECKPOINT                         00006150
             END-IF.                                                    00006160
      *---------------------------------------------------              00006170
       0210-VALIDAR-REGISTRO              SECTION.                      00006180
      *    EDITS DO CARTAO - DATA EM BRANCO VALE A DATA DE              00006190
      *    NEGOCIO; ENTREGA NAO LEVA MOTIVO E EXIGE O RECEBEDOR,        00006200
      *    FALHA E RECUSA EXIGEM UM MOTIVO DA PROPRIA SITUACAO          00006210
      *---------------------------------------------------              00006220
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006230
             IF WRK-DATA-OCORR-X EQUAL SPACES                           00006240
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-OCORRENCIA           00006250
             END-IF.                                                    00006260
             IF WRK-SIT-ENTREGUE                                        00006270
                AND WRK-MOTIVO-X EQUAL SPACES                           00006280
                 MOVE ZEROS TO WRK-MOTIVO                               00006290
             END-IF.                                                    00006300
             IF NOT WRK-SIT-VALIDA                                      00006310
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006320
                 MOVE 01 TO REJ28-CODIGO-MOTIVO                         00006330
                 MOVE 'SITUACAO DEVE SER E, F OU R' TO                  00006340
                     REJ28-DESCRICAO-MOTIVO                             00006350
             ELSE IF WRK-NOTA NOT NUMERIC OR                            00006360
                WRK-NOTA EQUAL ZEROS                                    00006370
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006380
                 MOVE 02 TO REJ28-CODIGO-MOTIVO                         00006390
                 MOVE 'NUMERO DA NOTA INVALIDO' TO                      00006400
                     REJ28-DESCRICAO-MOTIVO                             00006410
             ELSE IF WRK-DATA-OCORRENCIA NOT NUMERIC OR                 00006420
                WRK-DATA-OCORRENCIA EQUAL ZEROS OR                      00006430
                WRK-DATA-OCORRENCIA > WRK-DATA-NEGOCIO                  00006440
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006450
                 MOVE 05 TO REJ28-CODIGO-MOTIVO                         00006460
                 MOVE 'DATA DA OCORRENCIA INVALIDA' TO                  00006470
                     REJ28-DESCRICAO-MOTIVO                             00006480
             ELSE IF WRK-MOTIVO NOT NUMERIC                             00006490
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006500
                 MOVE 06 TO REJ28-CODIGO-MOTIVO                         00006510
                 MOVE 'MOTIVO NAO NUMERICO' TO                          00006520
                     REJ28-DESCRICAO-MOTIVO                             00006530
             ELSE IF (WRK-SIT-ENTREGUE AND WRK-MOTIVO NOT EQUAL ZEROS)  00006540
                OR (WRK-SIT-FALHA AND NOT WRK-MOTIVO-FALHA)             00006550
                OR (WRK-SIT-RECUSADA AND NOT WRK-MOTIVO-RECUSA)         00006560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006570
                 MOVE 06 TO REJ28-CODIGO-MOTIVO                         00006580
                 MOVE 'MOTIVO INCOMPATIVEL COM A SITUACAO' TO           00006590
                     REJ28-DESCRICAO-MOTIVO                             00006600
             ELSE IF WRK-SIT-ENTREGUE                                   00006610
                AND WRK-RECEBEDOR EQUAL SPACES                          00006620
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006630
                 MOVE 07 TO REJ28-CODIGO-MOTIVO                         00006640
                 MOVE 'ENTREGA SEM NOME DO RECEBEDOR' TO                00006650
                     REJ28-DESCRICAO-MOTIVO                             00006660
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00006670
             IF WRK-REGISTRO-VALIDO                                     00006680
                 PERFORM 0212-CONFERIR-NOTA                             00006690
             END-IF.                                                    00006700
             IF WRK-REGISTRO-VALIDO                                     00006710
                 PERFORM 0214-CONFERIR-ENTREGA                          00006720
             END-IF.                                                    00006730
             IF WRK-REGISTRO-VALIDO                                     00006740
                AND WRK-SIT-RECUSADA                                    00006750
                 PERFORM 0216-RESOLVER-PEDIDOS                          00006760
             END-IF.                                                    00006770
      *---------------------------------------------------              00006780
       0212-CONFERIR-NOTA                 SECTION.                      00006790
      *    PERCORRE AS LINHAS DA NOTA NO HISTORICO (START NO ITEM       00006800
      *    ZERO) - A NOTA PRECISA EXISTIR, NAO ESTAR CANCELADA E        00006810
      *    TER SIDO EMITIDA ATE A DATA DA OCORRENCIA                    00006820
      *---------------------------------------------------              00006830
             MOVE ZERO   TO WRK-NOTA-LINHAS.                            00006840
             MOVE ZEROS  TO WRK-NOTA-PEDIDO.                            00006850
             MOVE ZEROS  TO WRK-NOTA-CLI-ID.                            00006860
             MOVE SPACES TO WRK-NOTA-CLI-NOME.                          00006870
             MOVE ZEROS  TO WRK-NOTA-EMISSAO.                           00006880
             SET WRK-NOTA-ATIVA TO TRUE.                                00006890
             MOVE WRK-NOTA TO NFH-NUMERO.                               00006900
             MOVE ZEROS    TO NFH-ITEM.                                 00006910
             START NOTAHIST KEY NOT < NFH-CHAVE                         00006920
                 INVALID KEY                                            00006930
                     MOVE '10' TO WRK-FS-NOTAHIST                       00006940
             END-START.                                                 00006950
             PERFORM 0213-CONFERIR-UMA-LINHA                            00006960
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00006970
             MOVE SPACES TO WRK-FS-NOTAHIST.                            00006980
             IF WRK-NOTA-LINHAS EQUAL ZERO                              00006990
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007000
                 MOVE 03 TO REJ28-CODIGO-MOTIVO                         00007010
                 MOVE 'NOTA INEXISTENTE NO HISTORICO' TO                00007020
                     REJ28-DESCRICAO-MOTIVO                             00007030
             ELSE IF WRK-NOTA-CANCELADA                                 00007040
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007050
                 MOVE 04 TO REJ28-CODIGO-MOTIVO                         00007060
                 MOVE 'NOTA CANCELADA' TO                               00007070
                     REJ28-DESCRICAO-MOTIVO                             00007080
             ELSE IF WRK-DATA-OCORRENCIA < WRK-NOTA-EMISSAO             00007090
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007100
                 MOVE 05 TO REJ28-CODIGO-MOTIVO                         00007110
                 MOVE 'OCORRENCIA ANTERIOR A EMISSAO DA NOTA' TO        00007120
                     REJ28-DESCRICAO-MOTIVO                             00007130
             END-IF END-IF END-IF.                                      00007140
      *---------------------------------------------------              00007150
       0213-CONFERIR-UMA-LINHA            SECTION.                      00007160
             READ NOTAHIST NEXT RECORD.                                 00007170
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00007180
                 GO TO 0213-99-FIM                                      00007190
             END-IF.                                                    00007200
             IF NFH-NUMERO NOT EQUAL WRK-NOTA                           00007210
                 MOVE '10' TO WRK-FS-NOTAHIST                           00007220
                 GO TO 0213-99-FIM                                      00007230
             END-IF.                                                    00007240
             IF WRK-NOTA-LINHAS >= WRK-MAX-LINHAS                       00007250
                 MOVE ' ERRO LINHAS DA NOTA EXCEDEM A TABELA '          00007260
                     TO WRK-MSG                                         00007270
                 PERFORM 9000-TRATA-ERROS                               00007280
             END-IF.                                                    00007290
             ADD 1 TO WRK-NOTA-LINHAS.                                  00007300
             IF WRK-NOTA-LINHAS EQUAL 1                                 00007310
                 MOVE NFH-PED-NUMERO   TO WRK-NOTA-PEDIDO               00007320
                 MOVE NFH-CLI-ID       TO WRK-NOTA-CLI-ID               00007330
                 MOVE NFH-CLI-NOME     TO WRK-NOTA-CLI-NOME             00007340
                 MOVE NFH-DATA-EMISSAO TO WRK-NOTA-EMISSAO              00007350
             END-IF.                                                    00007360
             IF NFH-NOTA-CANCELADA                                      00007370
                 SET WRK-NOTA-CANCELADA TO TRUE                         00007380
             END-IF.                                                    00007390
             MOVE NFH-PED-NUMERO                                        00007400
                 TO WRK-LIN-PEDIDO (WRK-NOTA-LINHAS).                   00007410
             MOVE NFH-CODIGO                                            00007420
                 TO WRK-LIN-CODIGO (WRK-NOTA-LINHAS).                   00007430
             MOVE NFH-QUANTIDADE                                        00007440
                 TO WRK-LIN-QUANTIDADE (WRK-NOTA-LINHAS).               00007450
             MOVE ZERO TO WRK-LIN-IDX-PED (WRK-NOTA-LINHAS).            00007460
       0213-99-FIM.            EXIT.                                    00007470
      *---------------------------------------------------              00007480
       0214-CONFERIR-ENTREGA              SECTION.                      00007490
      *    A NOTA JA ENTREGUE OU JA RECUSADA ESTA ENCERRADA; A          00007500
      *    NOTA COM FALHA ANTERIOR ACEITA A NOVA TENTATIVA              00007510
      *---------------------------------------------------              00007520
             SET WRK-ENTREGA-NOVA TO TRUE.                              00007530
             MOVE WRK-NOTA TO ENT-NOTA.                                 00007540
             READ ENTREGAS                                              00007550
                 INVALID KEY                                            00007560
                     CONTINUE                                           00007570
                 NOT INVALID KEY                                        00007580
                     SET WRK-ENTREGA-EXISTENTE TO TRUE                  00007590
                     IF ENT-ENTREGUE                                    00007600
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007610
                         MOVE 08 TO REJ28-CODIGO-MOTIVO                 00007620
                         MOVE 'NOTA JA ENTREGUE' TO                     00007630
                             REJ28-DESCRICAO-MOTIVO                     00007640
                     ELSE IF ENT-RECUSADA                               00007650
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007660
                         MOVE 09 TO REJ28-CODIGO-MOTIVO                 00007670
                         MOVE 'NOTA JA RECUSADA' TO                     00007680
                             REJ28-DESCRICAO-MOTIVO                     00007690
                     END-IF END-IF                                      00007700
             END-READ.                                                  00007710
      *---------------------------------------------------              00007720
       0216-RESOLVER-PEDIDOS              SECTION.                      00007730
      *    CADA LINHA DA NOTA RECUSADA PRECISA DE UMA LINHA             00007740
      *    FATURADA DO PEDIDO COM O MESMO PRODUTO E A MESMA             00007750
      *    QUANTIDADE, AINDA NAO USADA POR OUTRA RECUSA - SEM           00007760
      *    ELA A FR05CB59 RECUSARIA O CARTAO DE DEVOLUCAO. NAO          00007770
      *    ACHANDO ALGUMA, AS LINHAS JA RESERVADAS SAO LIBERADAS        00007780
      *---------------------------------------------------              00007790
             MOVE ZERO TO WRK-IDX-LIN.                                  00007800
             PERFORM 0217-RESOLVER-UMA-LINHA                            00007810
                 UNTIL WRK-IDX-LIN >= WRK-NOTA-LINHAS                   00007820
                    OR WRK-REGISTRO-INVALIDO.                           00007830
             IF WRK-REGISTRO-INVALIDO                                   00007840
                 MOVE ZERO TO WRK-IDX-LIN                               00007850
                 PERFORM 0219-LIBERAR-UMA-LINHA                         00007860
                     UNTIL WRK-IDX-LIN >= WRK-NOTA-LINHAS               00007870
             END-IF.                                                    00007880
      *---------------------------------------------------              00007890
       0217-RESOLVER-UMA-LINHA            SECTION.                      00007900
             ADD 1 TO WRK-IDX-LIN.                                      00007910
             MOVE ZERO TO WRK-IDX-ACHADO.                               00007920
             MOVE ZERO TO WRK-IDX.                                      00007930
             PERFORM 0218-PROCURAR-LINHA-PEDIDO                         00007940
                 UNTIL WRK-IDX >= WRK-QTD-PEDIDOS                       00007950
                    OR WRK-IDX-ACHADO > ZERO.                           00007960
             IF WRK-IDX-ACHADO EQUAL ZERO                               00007970
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007980
                 MOVE 10 TO REJ28-CODIGO-MOTIVO                         00007990
                 MOVE 'LINHA DA NOTA SEM PEDIDO FATURADO' TO            00008000
                     REJ28-DESCRICAO-MOTIVO                             00008010
             ELSE                                                       00008020
                 MOVE WRK-IDX-ACHADO                                    00008030
                     TO WRK-LIN-IDX-PED (WRK-IDX-LIN)                   00008040
                 MOVE 'S' TO WRK-PDT-USADO (WRK-IDX-ACHADO)             00008050
             END-IF.                                                    00008060
      *---------------------------------------------------              00008070
       0218-PROCURAR-LINHA-PEDIDO         SECTION.                      00008080
             ADD 1 TO WRK-IDX.                                          00008090
             IF WRK-PDT-NUMERO (WRK-IDX)                                00008100
                    EQUAL WRK-LIN-PEDIDO (WRK-IDX-LIN)                  00008110
                AND WRK-PDT-CODIGO (WRK-IDX)                            00008120
                    EQUAL WRK-LIN-CODIGO (WRK-IDX-LIN)                  00008130
                AND WRK-PDT-QUANTIDADE (WRK-IDX)                        00008140
                    EQUAL WRK-LIN-QUANTIDADE (WRK-IDX-LIN)              00008150
                AND WRK-PDT-USADO (WRK-IDX) EQUAL 'N'                   00008160
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00008170
             END-IF.                                                    00008180
      *---------------------------------------------------              00008190
       0219-LIBERAR-UMA-LINHA             SECTION.                      00008200
             ADD 1 TO WRK-IDX-LIN.                                      00008210
             IF WRK-LIN-IDX-PED (WRK-IDX-LIN) > ZERO                    00008220
                 MOVE WRK-LIN-IDX-PED (WRK-IDX-LIN) TO WRK-IDX          00008230
                 MOVE 'N' TO WRK-PDT-USADO (WRK-IDX)                    00008240
                 MOVE ZERO TO WRK-LIN-IDX-PED (WRK-IDX-LIN)             00008250
             END-IF.                                                    00008260
      *---------------------------------------------------              00008270
       0230-REGISTRAR-ENTREGA             SECTION.                      00008280
      *    GRAVA A OCORRENCIA NO MASTER DE ENTREGAS (REGISTRO           00008290
      *    JA LIDO NA VALIDACAO QUANDO A NOTA TEVE FALHA ANTES)         00008300
      *    E APLICA O EFEITO DA SITUACAO                                00008310
      *---------------------------------------------------              00008320
             IF WRK-ENTREGA-NOVA                                        00008330
                 MOVE WRK-NOTA          TO ENT-NOTA                     00008340
                 MOVE ZEROS             TO ENT-TENTATIVAS               00008350
             END-IF.                                                    00008360
             MOVE WRK-NOTA-PEDIDO       TO ENT-PED-NUMERO.              00008370
             MOVE WRK-NOTA-CLI-ID       TO ENT-CLI-ID.                  00008380
             MOVE WRK-NOTA-CLI-NOME     TO ENT-CLI-NOME.                00008390
             MOVE WRK-SITUACAO          TO ENT-SITUACAO.                00008400
             MOVE WRK-MOTIVO            TO ENT-MOTIVO.                  00008410
             MOVE WRK-DATA-OCORRENCIA   TO ENT-DATA-OCORRENCIA.         00008420
             MOVE WRK-DATA-NEGOCIO      TO ENT-DATA-REGISTRO.           00008430
             IF ENT-TENTATIVAS < 99                                     00008440
                 ADD 1 TO ENT-TENTATIVAS                                00008450
             END-IF.                                                    00008460
             IF WRK-SIT-ENTREGUE                                        00008470
                 MOVE WRK-RECEBEDOR     TO ENT-RECEBEDOR                00008480
             ELSE                                                       00008490
                 MOVE SPACES            TO ENT-RECEBEDOR                00008500
             END-IF.                                                    00008510
             IF WRK-SIT-FALHA                                           00008520
                 MOVE WRK-DATA-REENTREGA TO ENT-DATA-REENTREGA          00008530
             ELSE                                                       00008540
                 MOVE ZEROS             TO ENT-DATA-REENTREGA           00008550
             END-IF.                                                    00008560
             IF WRK-ENTREGA-NOVA                                        00008570
                 WRITE CPENT01-REGISTRO                                 00008580
                     INVALID KEY                                        00008590
                         MOVE ' ERRO GRAVACAO MASTER DE ENTREGAS '      00008600
                             TO WRK-MSG                                 00008610
                         PERFORM 9000-TRATA-ERROS                       00008620
                 END-WRITE                                              00008630
             ELSE                                                       00008640
                 REWRITE CPENT01-REGISTRO                               00008650
                     INVALID KEY                                        00008660
                         MOVE ' ERRO REGRAVACAO MASTER DE ENTREGAS '    00008670
                             TO WRK-MSG                                 00008680
                         PERFORM 9000-TRATA-ERROS                       00008690
                 END-REWRITE                                            00008700
             END-IF.                                                    00008710
             MOVE SPACES TO WRK-REV-TEXTO.                              00008720
             EVALUATE TRUE                                              00008730
                 WHEN WRK-SIT-ENTREGUE                                  00008740
                     ADD 1 TO WRK-CONT-ENTREGUES                        00008750
                 WHEN WRK-SIT-FALHA                                     00008760
                     ADD 1 TO WRK-CONT-FALHAS                           00008770
                     IF ENT-MOTIVO-ENDERECO                             00008780
                         PERFORM 0234-MARCAR-ENDERECO                   00008790
                     END-IF                                             00008800
                 WHEN WRK-SIT-RECUSADA                                  00008810
                     ADD 1 TO WRK-CONT-RECUSADAS                        00008820
                     PERFORM 0236-GERAR-DEVOLUCAO                       00008830
             END-EVALUATE.                                              00008840
             PERFORM 0238-IMPRIMIR-OCORRENCIA.                          00008850
      *---------------------------------------------------              00008860
       0234-MARCAR-ENDERECO               SECTION.                      00008870
      *    FALHA POR ENDERECO NAO LOCALIZADO OU INCOMPLETO MARCA        00008880
      *    O ENDERECO DO CLIENTE PARA REVISAO MANUAL                    00008890
      *---------------------------------------------------              00008900
             IF WRK-FS-ENDERECO EQUAL '35'                              00008910
                 GO TO 0234-99-FIM                                      00008920
             END-IF.                                                    00008930
             MOVE WRK-NOTA-CLI-ID TO END-CLI-ID.                        00008940
             READ ENDERECO-MASTER                                       00008950
                 INVALID KEY                                            00008960
                     MOVE 'CLIENTE SEM ENDERECO CADASTRADO'             00008970
                         TO WRK-REV-TEXTO                               00008980
                 NOT INVALID KEY                                        00008990
                     SET END-PARA-REVISAO TO TRUE                       00009000
                     REWRITE CPEND01-REGISTRO                           00009010
                     ADD 1 TO WRK-CONT-REVISAO                          00009020
                     MOVE 'ENDERECO DO CLIENTE MARCADO PARA REVISAO'    00009030
                         TO WRK-REV-TEXTO                               00009040
             END-READ.                                                  00009050
       0234-99-FIM.            EXIT.                                    00009060
      *---------------------------------------------------              00009070
       0236-GERAR-DEVOLUCAO               SECTION.                      00009080
      *    UM CARTAO DE DEVOLUCAO POR LINHA DA NOTA RECUSADA NO         00009090
      *    DECK DA FR05CB59, ABRINDO O ENVELOPE DE LOTE (HEADER         00009100
      *    'H') NO PRIMEIRO CARTAO - O TRAILER SAI NO FECHAMENTO        00009110
      *---------------------------------------------------              00009120
             MOVE ZERO TO WRK-IDX-LIN.                                  00009130
             PERFORM 0237-GRAVAR-UM-CARTAO                              00009140
                 UNTIL WRK-IDX-LIN >= WRK-NOTA-LINHAS.                  00009150
             MOVE 'DEVOLUCAO GERADA PARA A FR05CB59' TO WRK-REV-TEXTO.  00009160
      *---------------------------------------------------              00009170
       0237-GRAVAR-UM-CARTAO              SECTION.                      00009180
             ADD 1 TO WRK-IDX-LIN.                                      00009190
             MOVE WRK-LIN-IDX-PED (WRK-IDX-LIN) TO WRK-IDX.             00009200
             IF WRK-CONT-DECK EQUAL ZEROS                               00009210
                 MOVE 'H'                    TO WRK-ENS-TIPO            00009220
                 MOVE WRK-HORA-GERACAO (1:6) TO WRK-ENS-LOTE            00009230
                 MOVE 'ENTREGA '             TO WRK-ENS-ORIGEM          00009240
                 MOVE WRK-DATA-NEGOCIO       TO WRK-ENS-DATA            00009250
                 WRITE DEV-REGISTRO FROM WRK-ENV-SAIDA                  00009260
             END-IF.                                                    00009270
             MOVE WRK-PDT-NUMERO (WRK-IDX)     TO WRK-DEV-PEDIDO.       00009280
             MOVE WRK-PDT-QUANTIDADE (WRK-IDX) TO WRK-DEV-QUANTIDADE.   00009290
             MOVE WRK-PDT-ITEM (WRK-IDX)       TO WRK-DEV-ITEM.         00009300
             WRITE DEV-REGISTRO FROM WRK-CARTAO-DEVOLUCAO.              00009310
             ADD 1 TO WRK-CONT-DECK.                                    00009320
      *---------------------------------------------------              00009330
       0238-IMPRIMIR-OCORRENCIA           SECTION.                      00009340
             MOVE ENT-NOTA             TO WRK-DET-NOTA.                 00009350
             MOVE ENT-CLI-ID           TO WRK-DET-CLI-ID.               00009360
             MOVE ENT-CLI-NOME         TO WRK-DET-CLI-NOME.             00009370
             MOVE ENT-DATA-OCORRENCIA  TO WRK-DET-OCORRENCIA.           00009380
             MOVE SPACES               TO WRK-DET-COMPLEMENTO.          00009390
             EVALUATE TRUE                                              00009400
                 WHEN ENT-ENTREGUE                                      00009410
                     MOVE 'ENTREGUE'      TO WRK-DET-SITUACAO           00009420
                     MOVE ENT-RECEBEDOR   TO WRK-DET-COMPLEMENTO        00009430
                 WHEN ENT-FALHA                                         00009440
                     MOVE 'FALHA'         TO WRK-DET-SITUACAO           00009450
                     MOVE 'REENTREGA EM ' TO WRK-DET-ROT-REENT          00009460
                     MOVE ENT-DATA-REENTREGA TO WRK-DET-DATA-REENT      00009470
                 WHEN ENT-RECUSADA                                      00009480
                     MOVE 'RECUSADA'      TO WRK-DET-SITUACAO           00009490
             END-EVALUATE.                                              00009500
             EVALUATE ENT-MOTIVO                                        00009510
                 WHEN 01                                                00009520
                     MOVE '01 DESTINATARIO AUSENTE'                     00009530
                         TO WRK-DET-MOTIVO                              00009540
                 WHEN 02                                                00009550
                     MOVE '02 ESTABELECIMENTO FECHADO'                  00009560
                         TO WRK-DET-MOTIVO                              00009570
                 WHEN 03                                                00009580
                     MOVE '03 ENDERECO NAO LOCALIZADO'                  00009590
                         TO WRK-DET-MOTIVO                              00009600
                 WHEN 04                                                00009610
                     MOVE '04 ENDERECO INCOMPLETO'                      00009620
                         TO WRK-DET-MOTIVO                              00009630
                 WHEN 05                                                00009640
                     MOVE '05 MERCADORIA AVARIADA'                      00009650
                         TO WRK-DET-MOTIVO                              00009660
                 WHEN 06                                                00009670
                     MOVE '06 PEDIDO NAO RECONHECIDO'                   00009680
                         TO WRK-DET-MOTIVO                              00009690
                 WHEN 07                                                00009700
                     MOVE '07 DIVERGENCIA DE PRODUTO/QUANTIDADE'        00009710
                         TO WRK-DET-MOTIVO                              00009720
                 WHEN 08                                                00009730
                     MOVE '08 OUTROS'                                   00009740
                         TO WRK-DET-MOTIVO                              00009750
                 WHEN OTHER                                             00009760
                     MOVE SPACES                                        00009770
                         TO WRK-DET-MOTIVO                              00009780
             END-EVALUATE.                                              00009790
             WRITE REL-LINHA FROM WRK-LINHA-DET.                        00009800
             IF WRK-REV-TEXTO NOT EQUAL SPACES                          00009810
                 WRITE REL-LINHA FROM WRK-LINHA-REVISAO                 00009820
             END-IF.                                                    00009830
      *---------------------------------------------------              00009840
       0220-GRAVA-REJEITO                 SECTION.                      00009850
             MOVE 'FR06CB18' TO REJ28-PROGRAMA.                         00009860
             MOVE WRK-REGISTRO TO REJ28-REGISTRO-ORIGINAL.              00009870
             WRITE CPREJ28-REGISTRO.                                    00009880
      *---------------------------------------------------              00009890
       0900-GRAVAR-AUDITORIA              SECTION.                      00009900
             MOVE 'FR06CB18' TO AUD-PROGRAMA.                           00009910
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00009920
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00009930
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00009940
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00009950
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00009960
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00009970
             MOVE ZEROS TO AUD-NUM-LOTE.                                00009980
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00009990
             WRITE CPAUD01-REGISTRO.                                    00010000
      *---------------------------------------------------              00010010
       0300-FINALIZAR                     SECTION.                      00010020
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00010030
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00010040
             IF WRK-CONT-DECK > ZEROS                                   00010050
                 MOVE SPACES         TO WRK-ENV-SAIDA                   00010060
                 MOVE 'T'            TO WRK-ENS-TIPO                    00010070
                 MOVE WRK-CONT-DECK  TO WRK-ENS-LOTE                    00010080
                 MOVE ZEROS          TO WRK-ENS-DATA                    00010090
                 WRITE DEV-REGISTRO FROM WRK-ENV-SAIDA                  00010100
             END-IF.                                                    00010110
             PERFORM 0310-GRAVA-CONTROLE.                               00010120
             PERFORM 0320-IMPRIMIR-TOTAIS.                              00010130
             MOVE WRK-CONT-LIDOS                                        00010140
                 TO WRK-STT-REGISTROS.                                  00010150
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00010160
             CLOSE NOTAHIST.                                            00010170
             CLOSE ENTREGAS.                                            00010180
             IF WRK-FS-ENDERECO NOT EQUAL '35'                          00010190
                 CLOSE ENDERECO-MASTER                                  00010200
             END-IF.                                                    00010210
             CLOSE DECK-DEVOLUCAO.                                      00010220
             CLOSE RELENT.                                              00010230
             CLOSE REJEITO-INTAKE.                                      00010240
             CLOSE AUDITORIA.                                           00010250
             CLOSE ENTRADA-SYSIN.                                       00010260
             CLOSE CONTROLE.                                            00010270
             DISPLAY '==========================='.                     00010280
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00010290
             DISPLAY 'ENTREGUES........: ' WRK-CONT-ENTREGUES.          00010300
             DISPLAY 'FALHAS REAGEND...: ' WRK-CONT-FALHAS.             00010310
             DISPLAY 'RECUSADAS........: ' WRK-CONT-RECUSADAS.          00010320
             DISPLAY 'CARTOES DEVOLUC..: ' WRK-CONT-DECK.               00010330
             DISPLAY 'END. P/ REVISAO..: ' WRK-CONT-REVISAO.            00010340
             DISPLAY 'JA ENCERRADAS....: ' WRK-CONT-DUPLICADOS.         00010350
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00010360
             DISPLAY '==========================='.                     00010370
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00010380
             PERFORM 9000-TRATA-ERROS.                                  00010390
      *---------------------------------------------------              00010400
       0310-GRAVA-CONTROLE                SECTION.                      00010410
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00010420
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14) -      00010430
      *    OCORRENCIA EM NOTA JA ENCERRADA SAI COMO DUPLICADA           00010440
      *---------------------------------------------------              00010450
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00010460
             MOVE SPACES              TO CTL-DATA-HORA.                 00010470
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00010480
             COMPUTE CTL-QTD-GRAVADOS = WRK-CONT-ENTREGUES              00010490
                 + WRK-CONT-FALHAS + WRK-CONT-RECUSADAS.                00010500
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00010510
             MOVE WRK-CONT-DUPLICADOS TO CTL-QTD-DUPLICADOS.            00010520
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00010530
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00010540
             MOVE ZERO                TO CTL-QTD-FONTES.                00010550
             WRITE CPCTRL01-REGISTRO.                                   00010560
      *---------------------------------------------------              00010570
       0320-IMPRIMIR-TOTAIS               SECTION.                      00010580
             MOVE SPACES TO REL-LINHA.                                  00010590
             WRITE REL-LINHA.                                           00010600
             MOVE 'ENTREGUES.............: ' TO WRK-TOT-ROTULO.         00010610
             MOVE WRK-CONT-ENTREGUES         TO WRK-TOT-QTD.            00010620
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00010630
             MOVE 'FALHAS REAGENDADAS....: ' TO WRK-TOT-ROTULO.         00010640
             MOVE WRK-CONT-FALHAS            TO WRK-TOT-QTD.            00010650
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00010660
             MOVE 'ENDERECOS P/ REVISAO..: ' TO WRK-TOT-ROTULO.         00010670
             MOVE WRK-CONT-REVISAO           TO WRK-TOT-QTD.            00010680
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00010690
             MOVE 'RECUSADAS.............: ' TO WRK-TOT-ROTULO.         00010700
             MOVE WRK-CONT-RECUSADAS         TO WRK-TOT-QTD.            00010710
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00010720
             MOVE 'CARTOES DE DEVOLUCAO..: ' TO WRK-TOT-ROTULO.         00010730
             MOVE WRK-CONT-DECK              TO WRK-TOT-QTD.            00010740
             WRITE REL-LINHA FROM WRK-LINHA-TOTAL.                      00010750
      *---------------------------------------------------              00010760
       9000-TRATA-ERROS                   SECTION.                      00010770
      *---------------------------------------------------              00010780
             PERFORM 9050-GRAVAR-ERRLOG.                                00010790
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00010800
             STOP RUN.                                                  00010810
      *--------------------------------------------------------------   00010820
       9000-99-FIM.            EXIT.                                    00010830
      *--------------------------------------------------------------   00010840
