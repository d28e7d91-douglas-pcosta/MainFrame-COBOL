      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB37.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: CATALOGO DE PRECOS VIGENTE NUMA DATA, PARA        00000120
      *               OS VENDEDORES, OS CLIENTES-CHAVE E A CARGA        00000130
      *               DE PRECOS DA LOJA VIRTUAL. LISTA OS PRODUTOS      00000140
      *               DE PRODUTO-MASTER QUE NAO ESTAO INATIVOS          00000150
      *               (ATIVOS E DESCONTINUADOS, ESTES COM O             00000160
      *               SUBSTITUTO), ORDENADOS POR CATEGORIA (SORT)       00000170
      *               COM A DESCRICAO DO CPCAT01. CADA LINHA TRAZ       00000180
      *               O PRECO REGULAR DO MASTER, A PROMOCAO DO          00000190
      *               CPPRM01 VALIDA NA DATA COM A DATA DE FIM, O       00000200
      *               PRECO FINAL DO SERVICO DE PRECIFICACAO            00000210
      *               (FR05CB96) COM A REGRA QUE O FIXOU E A            00000220
      *               DISPONIBILIDADE (SALDO MENOS COMPROMETIDO).       00000230
      *               CARTOES DA SYSIN, TODOS OPCIONAIS:                00000240
      *               'D' + AAAAMMDD (POS 2-9) - DATA DE VIGENCIA;      00000250
      *                     SEM ELE, VALE A DATA DE NEGOCIO             00000260
      *               'C' + CLIENTE (POS 2-6) - VERSAO DO CLIENTE,      00000270
      *                     COM O PRECO DE CONTRATO E O IMPOSTO DA      00000280
      *                     UF DO ENDERECO (CPEND01/CPTAX01); O         00000290
      *                     CLIENTE TEM DE ESTAR CADASTRADO E ATIVO     00000300
      *               CARTAO INVALIDO OU CLIENTE RECUSADO ENCERRAM      00000310
      *               COM RC=12. O MESMO CATALOGO SAI EM ARQUIVO        00000320
      *               (CPCTG01, ENVELOPE H/D/T); A VERSAO GERAL E A     00000330
      *               CARGA DA LOJA E FICA REGISTRADA NO MANIFESTO      00000340
      *               DAS INTERFACES DE SAIDA (FR06CB34) PARA A         00000350
      *               LIBERACAO (FR06CB35)                              00000360
      *-------------------------------------------------------*         00000370
      *     HISTORICO DE ALTERACOES                                     00000380
      *     DATA        AUTOR   DESCRICAO                               00000390
      *     ----------  ------  --------------------------------        00000400
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000410
      *=======================================================*         00000420
                                                                        00000430
      *=======================================================*         00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=======================================================*         00000460
       INPUT-OUTPUT                              SECTION.               00000470
       FILE-CONTROL.                                                    00000480
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS SEQUENTIAL                              00000510
                RECORD KEY   IS PRDM-CODIGO                             00000520
                FILE STATUS  IS WRK-FS-PRDM.                            00000530
                                                                        00000540
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS CAT-CODIGO                              00000580
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000590
                                                                        00000600
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS PRM-CODIGO                              00000640
                FILE STATUS  IS WRK-FS-PROMO.                           00000650
                                                                        00000660
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS CLI-ID                                  00000700
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000710
                                                                        00000720
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000730
                ORGANIZATION IS INDEXED                                 00000740
                ACCESS MODE  IS DYNAMIC                                 00000750
                RECORD KEY   IS END-CLI-ID                              00000760
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000770
                                                                        00000780
             SELECT TAXA-MASTER ASSIGN TO ARQTAX                        00000790
                ORGANIZATION IS INDEXED                                 00000800
                ACCESS MODE  IS DYNAMIC                                 00000810
                RECORD KEY   IS TAX-CHAVE                               00000820
                FILE STATUS  IS WRK-FS-TAXA.                            00000830
                                                                        00000840
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000850
                FILE STATUS  IS WRK-FS-SYSIN.                           00000860
                                                                        00000870
             SELECT CATALOGO ASSIGN TO ARQCTG                           00000880
                FILE STATUS  IS WRK-FS-CATALOGO.                        00000890
                                                                        00000900
             SELECT RELCAT   ASSIGN TO ARQRPT                           00000910
                FILE STATUS  IS WRK-FS-RELCAT.                          00000920
                                                                        00000930
             SELECT ORDENACAO ASSIGN TO SORTWK.                         00000940
                                                                        00000950
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000960
                ORGANIZATION IS INDEXED                                 00000970
                ACCESS MODE  IS DYNAMIC                                 00000980
                RECORD KEY   IS CAL-DATA                                00000990
                FILE STATUS  IS WRK-FS-CALEND.                          00001000
                                                                        00001010
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001020
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001030
                                                                        00001040
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001050
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001060
      *=======================================================*         00001070
       DATA                                      DIVISION.              00001080
      *=======================================================*         00001090
       FILE                                      SECTION.               00001100
       FD PRODUTO-MASTER.                                               00001110
           COPY CPPRDM01.                                               00001120
                                                                        00001130
       FD CATEGORIA-MASTER.                                             00001140
           COPY CPCAT01.                                                00001150
                                                                        00001160
       FD PROMO-MASTER.                                                 00001170
           COPY CPPRM01.                                                00001180
                                                                        00001190
       FD CLIENTE-MASTER.                                               00001200
           COPY CPCLIE01.                                               00001210
                                                                        00001220
       FD ENDERECO-MASTER.                                              00001230
           COPY CPEND01.                                                00001240
                                                                        00001250
       FD TAXA-MASTER.                                                  00001260
           COPY CPTAX01.                                                00001270
                                                                        00001280
       FD ENTRADA-SYSIN                                                 00001290
           RECORDING MODE IS F                                          00001300
           BLOCK CONTAINS 0 RECORDS.                                    00001310
       01 SYSIN-REGISTRO             PIC X(080).                        00001320
                                                                        00001330
       FD CATALOGO                                                      00001340
           RECORDING MODE IS F                                          00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
           COPY CPCTG01.                                                00001370
                                                                        00001380
       FD RELCAT                                                        00001390
           RECORDING MODE IS F                                          00001400
           BLOCK CONTAINS 0 RECORDS.                                    00001410
       01 REL-LINHA                    PIC X(132).                      00001420
                                                                        00001430
       SD ORDENACAO.                                                    00001440
       01 ORD-REGISTRO.                                                 00001450
          05 ORD-CATEGORIA         PIC X(05).                           00001460
          05 ORD-CODIGO            PIC 9(08).                           00001470
          05 ORD-DESCRICAO         PIC X(25).                           00001480
          05 ORD-PRECO-REGULAR     PIC 9(07)V99 COMP-3.                 00001490
          05 ORD-PRECO-PROMO       PIC 9(07)V99 COMP-3.                 00001500
          05 ORD-DATA-FIM-PROMO    PIC 9(08).                           00001510
          05 ORD-PRECO-FINAL       PIC 9(07)V99 COMP-3.                 00001520
          05 ORD-REGRA             PIC X(01).                           00001530
          05 ORD-DISPONIVEL        PIC X(01).                           00001540
          05 ORD-SITUACAO          PIC X(01).                           00001550
          05 ORD-CODIGO-SUBSTITUTO PIC 9(08).                           00001560
          05 ORD-ALIQUOTA          PIC 9(02)V99.                        00001570
          05 ORD-PRECO-COM-IMPOSTO PIC 9(07)V99 COMP-3.                 00001580
                                                                        00001590
       FD CALENDARIO.                                                   00001600
           COPY CPCAL01.                                                00001610
                                                                        00001620
       FD ERRLOG.                                                       00001630
           COPY CPERRL01.                                               00001640
                                                                        00001650
       FD ESTATIS                                                       00001660
           RECORDING MODE IS F                                          00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
           COPY CPSTA01.                                                00001690
      *---------------------------------------------------              00001700
       WORKING-STORAGE                           SECTION.               00001710
      *---------------------------------------------------              00001720
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001730
       77 WRK-FS-CATEGORIA    PIC X(02) VALUE SPACES.                   00001740
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00001750
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001760
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00001770
       77 WRK-FS-TAXA         PIC X(02) VALUE SPACES.                   00001780
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001790
       77 WRK-FS-CATALOGO     PIC X(02) VALUE SPACES.                   00001800
       77 WRK-FS-RELCAT       PIC X(02) VALUE SPACES.                   00001810
       77 WRK-FS-ORDENACAO    PIC X(02) VALUE SPACES.                   00001820
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001830
       77 WRK-CONT-CARTOES    PIC 9(05) COMP VALUE ZERO.                00001840
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001850
       77 WRK-CONT-INATIVOS   PIC 9(09) COMP VALUE ZERO.                00001860
       77 WRK-CONT-LISTADOS   PIC 9(09) COMP VALUE ZERO.                00001870
       77 WRK-CONT-PROMOCAO   PIC 9(09) COMP VALUE ZERO.                00001880
       77 WRK-CONT-INDISPON   PIC 9(09) COMP VALUE ZERO.                00001890
       77 WRK-CONT-DESCONT    PIC 9(09) COMP VALUE ZERO.                00001900
       77 WRK-CONT-CATEGORIAS PIC 9(05) COMP VALUE ZERO.                00001910
       77 WRK-CONT-ITENS-CAT  PIC 9(07) COMP VALUE ZERO.                00001920
       77 WRK-CONT-GRAVADOS   PIC 9(09) COMP VALUE ZERO.                00001930
       77 WRK-HASH-CATALOGO   PIC 9(15) COMP-3 VALUE ZERO.              00001940
      *---------------------------------------------------              00001950
      *    DATA DE VIGENCIA E VERSAO DO CATALOGO - CLIENTE              00001960
      *    ZERADO E A LISTA GERAL (A DA LOJA VIRTUAL)                   00001970
      *---------------------------------------------------              00001980
       77 WRK-DATA-VIGENCIA   PIC 9(08) VALUE ZERO.                     00001990
       77 WRK-CLI-ID          PIC 9(05) VALUE ZERO.                     00002000
       77 WRK-UF-CLIENTE      PIC X(02) VALUE SPACES.                   00002010
       77 WRK-ALIQUOTA        PIC 9(02)V99 VALUE ZERO.                  00002020
       77 WRK-VALOR-IMPOSTO   PIC 9(07)V99 COMP-3 VALUE ZERO.           00002030
       77 WRK-QTD-DISPONIVEL  PIC S9(07) COMP-3 VALUE ZERO.             00002040
       77 WRK-CATEGORIA-ATUAL PIC X(05) VALUE SPACES.                   00002050
      *---------------------------------------------------              00002060
      *    CARTAO DA SYSIN - 'D' DATA DE VIGENCIA, 'C' CLIENTE          00002070
      *---------------------------------------------------              00002080
       01 WRK-CARTAO-CATALOGO.                                          00002090
          05 WRK-CAR-TIPO           PIC X(01).                          00002100
             88 WRK-CARTAO-DATA           VALUE 'D'.                    00002110
             88 WRK-CARTAO-CLIENTE        VALUE 'C'.                    00002120
          05 WRK-CAR-DADOS          PIC X(79).                          00002130
          05 WRK-VISAO-DATA    REDEFINES WRK-CAR-DADOS.                 00002140
             10 WRK-CAR-DATA           PIC 9(08).                       00002150
             10 FILLER                 PIC X(71).                       00002160
          05 WRK-VISAO-CLIENTE REDEFINES WRK-CAR-DADOS.                 00002170
             10 WRK-CAR-CLI-ID         PIC 9(05).                       00002180
             10 FILLER                 PIC X(74).                       00002190
       01 WRK-SW-VERSAO.                                                00002200
          05 WRK-SW-VERSAO-IND       PIC X(01) VALUE 'G'.               00002210
             88 WRK-VERSAO-GERAL           VALUE 'G'.                   00002220
             88 WRK-VERSAO-CLIENTE         VALUE 'C'.                   00002230
       01 WRK-SW-PROMO.                                                 00002240
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00002250
             88 WRK-PROMO-VIGENTE          VALUE 'S'.                   00002260
             88 WRK-PROMO-AUSENTE          VALUE 'N'.                   00002270
      *---------------------------------------------------              00002280
      *    LINHAS DO RELATORIO                                          00002290
      *---------------------------------------------------              00002300
       01 WRK-SEPARA.                                                   00002310
          05 FILLER PIC X(124) VALUE ALL '='.                           00002320
                                                                        00002330
       01 WRK-CABEC1.                                                   00002340
          05 FILLER               PIC X(21) VALUE                       00002350
             'CATALOGO DE PRECOS - '.                                   00002360
          05 FILLER               PIC X(10) VALUE 'VIGENCIA: '.         00002370
          05 WRK-CTL-VIGENCIA     PIC 9(08).                            00002380
          05 FILLER               PIC X(03) VALUE SPACES.               00002390
          05 WRK-CTL-VERSAO       PIC X(60).                            00002400
                                                                        00002410
       01 WRK-CABEC-CLIENTE.                                            00002420
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00002430
          05 WRK-CTL-CLI-ID       PIC 9(05).                            00002440
          05 FILLER               PIC X(03) VALUE ' - '.                00002450
          05 WRK-CTL-CLI-NOME     PIC X(30).                            00002460
          05 FILLER               PIC X(06) VALUE '  UF: '.             00002470
          05 WRK-CTL-UF           PIC X(02).                            00002480
                                                                        00002490
       01 WRK-CABEC2.                                                   00002500
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00002510
          05 FILLER PIC X(27) VALUE 'DESCRICAO'.                        00002520
          05 FILLER PIC X(12) VALUE ' PRECO REG'.                       00002530
          05 FILLER PIC X(12) VALUE '  PROMOCAO'.                       00002540
          05 FILLER PIC X(10) VALUE 'FIM PROMO'.                        00002550
          05 FILLER PIC X(12) VALUE 'PRECO FINAL'.                      00002560
          05 FILLER PIC X(03) VALUE 'R'.                                00002570
          05 FILLER PIC X(07) VALUE ' ALIQ'.                            00002580
          05 FILLER PIC X(12) VALUE ' C/IMPOSTO'.                       00002590
          05 FILLER PIC X(05) VALUE 'DISP'.                             00002600
          05 FILLER PIC X(04) VALUE 'SIT'.                              00002610
          05 FILLER PIC X(10) VALUE 'SUBSTITUTO'.                       00002620
                                                                        00002630
       01 WRK-CATEGORIA-CAB.                                            00002640
          05 FILLER               PIC X(11) VALUE 'CATEGORIA: '.        00002650
          05 WRK-CCT-CODIGO       PIC X(05).                            00002660
          05 FILLER               PIC X(03) VALUE ' - '.                00002670
          05 WRK-CCT-DESCRICAO    PIC X(25).                            00002680
                                                                        00002690
       01 WRK-DETALHE.                                                  00002700
          05 WRK-DET-CODIGO       PIC Z(7)9.                            00002710
          05 FILLER               PIC X(02) VALUE SPACES.               00002720
          05 WRK-DET-DESCRICAO    PIC X(25).                            00002730
          05 FILLER               PIC X(02) VALUE SPACES.               00002740
          05 WRK-DET-PRECO-REG    PIC Z(6)9.99.                         00002750
          05 FILLER               PIC X(02) VALUE SPACES.               00002760
          05 WRK-DET-PRECO-PROMO  PIC Z(6)9.99 BLANK WHEN ZERO.         00002770
          05 FILLER               PIC X(02) VALUE SPACES.               00002780
          05 WRK-DET-FIM-PROMO    PIC Z(7)9 BLANK WHEN ZERO.            00002790
          05 FILLER               PIC X(02) VALUE SPACES.               00002800
          05 WRK-DET-PRECO-FINAL  PIC Z(6)9.99.                         00002810
          05 FILLER               PIC X(02) VALUE SPACES.               00002820
          05 WRK-DET-REGRA        PIC X(01).                            00002830
          05 FILLER               PIC X(02) VALUE SPACES.               00002840
          05 WRK-DET-ALIQUOTA     PIC Z9.99 BLANK WHEN ZERO.            00002850
          05 FILLER               PIC X(02) VALUE SPACES.               00002860
          05 WRK-DET-PRECO-IMP    PIC Z(6)9.99 BLANK WHEN ZERO.         00002870
          05 FILLER               PIC X(02) VALUE SPACES.               00002880
          05 WRK-DET-DISPONIVEL   PIC X(01).                            00002890
          05 FILLER               PIC X(04) VALUE SPACES.               00002900
          05 WRK-DET-SITUACAO     PIC X(01).                            00002910
          05 FILLER               PIC X(03) VALUE SPACES.               00002920
          05 WRK-DET-SUBSTITUTO   PIC Z(7)9 BLANK WHEN ZERO.            00002930
                                                                        00002940
       01 WRK-CATEGORIA-TOT.                                            00002950
          05 FILLER               PIC X(23) VALUE                       00002960
             '   ITENS NA CATEGORIA: '.                                 00002970
          05 WRK-TCT-ITENS        PIC Z(6)9.                            00002980
                                                                        00002990
       01 WRK-RODAPE1.                                                  00003000
          05 FILLER PIC X(31) VALUE                                     00003010
             'ITENS NO CATALOGO.............:'.                         00003020
          05 FILLER PIC X(01) VALUE SPACES.                             00003030
          05 WRK-ROD-LISTADOS     PIC Z(8)9.                            00003040
                                                                        00003050
       01 WRK-RODAPE2.                                                  00003060
          05 FILLER PIC X(31) VALUE                                     00003070
             'ITENS EM PROMOCAO NA DATA.....:'.                         00003080
          05 FILLER PIC X(01) VALUE SPACES.                             00003090
          05 WRK-ROD-PROMOCAO     PIC Z(8)9.                            00003100
                                                                        00003110
       01 WRK-RODAPE3.                                                  00003120
          05 FILLER PIC X(31) VALUE                                     00003130
             'ITENS SEM DISPONIBILIDADE.....:'.                         00003140
          05 FILLER PIC X(01) VALUE SPACES.                             00003150
          05 WRK-ROD-INDISPON     PIC Z(8)9.                            00003160
                                                                        00003170
       01 WRK-RODAPE4.                                                  00003180
          05 FILLER PIC X(31) VALUE                                     00003190
             'ITENS DESCONTINUADOS..........:'.                         00003200
          05 FILLER PIC X(01) VALUE SPACES.                             00003210
          05 WRK-ROD-DESCONT      PIC Z(8)9.                            00003220
                                                                        00003230
       01 WRK-RODAPE5.                                                  00003240
          05 FILLER PIC X(60) VALUE                                     00003250
             'R: L LISTA  P PROMOCAO  C CONTRATO  G CONTRATO CATEGORIA'.00003260
          05 FILLER PIC X(40) VALUE                                     00003270
             '  Q QUEBRA DE QUANTIDADE'.                                00003280
                                                                        00003290
       01 WRK-RODAPE6.                                                  00003300
          05 FILLER PIC X(60) VALUE                                     00003310
             'SIT: A ATIVO  D DESCONTINUADO (VER SUBSTITUTO)  DISP S/N'.00003320
       COPY CPCAB01.                                                    00003330
       COPY CPERR01.                                                    00003340
       COPY CPDTA01.                                                    00003350
       COPY CPSTT01.                                                    00003360
       COPY CPCTP02.                                                    00003370
       COPY CPMNF02.                                                    00003380
      *=========================================*                       00003390
       PROCEDURE DIVISION.                                              00003400
      *=========================================*                       00003410
                                                                        00003420
      *---------------------------------------------------              00003430
       0000-PRINCIPAL                     SECTION.                      00003440
      *---------------------------------------------------              00003450
             PERFORM 0100-INICIAR.                                      00003460
             SORT ORDENACAO                                             00003470
                 ON ASCENDING KEY ORD-CATEGORIA                         00003480
                                  ORD-CODIGO                            00003490
                 INPUT PROCEDURE IS 0400-ALIMENTAR-SORT                 00003500
                 OUTPUT PROCEDURE IS 0500-LISTAR-CATALOGO.              00003510
             PERFORM 0300-FINALIZAR.                                    00003520
      *---------------------------------------------------              00003530
       0000-99-FIM.            EXIT.                                    00003540
      *---------------------------------------------------              00003550
                                                                        00003560
       0100-INICIAR                       SECTION.                      00003570
             MOVE 'FR06CB37' TO WRK-CAB-PROGRAMA.                       00003580
             PERFORM 0101-CABECALHO-PADRAO.                             00003590
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003600
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003610
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003620
             MOVE WRK-DATA-NEGOCIO TO WRK-DATA-VIGENCIA.                00003630
             OPEN INPUT ENTRADA-SYSIN.                                  00003640
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003650
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003660
                 PERFORM 9000-TRATA-ERROS                               00003670
             END-IF.                                                    00003680
             PERFORM 0105-TRATAR-UM-CARTAO                              00003690
                 UNTIL WRK-FS-SYSIN NOT EQUAL ZEROS.                    00003700
             CLOSE ENTRADA-SYSIN.                                       00003710
             OPEN INPUT PRODUTO-MASTER.                                 00003720
             OPEN INPUT CATEGORIA-MASTER.                               00003730
             OPEN INPUT PROMO-MASTER.                                   00003740
             OPEN OUTPUT CATALOGO.                                      00003750
             OPEN OUTPUT RELCAT.                                        00003760
             PERFORM 0110-TESTAR-STATUS.                                00003770
             IF WRK-VERSAO-CLIENTE                                      00003780
                 PERFORM 0120-VALIDAR-CLIENTE                           00003790
             END-IF.                                                    00003800
             PERFORM 0130-GRAVAR-HEADER.                                00003810
             MOVE WRK-DATA-VIGENCIA TO WRK-CTL-VIGENCIA.                00003820
             IF WRK-VERSAO-GERAL                                        00003830
                 MOVE 'LISTA GERAL (LOJA VIRTUAL)' TO WRK-CTL-VERSAO    00003840
             ELSE                                                       00003850
                 MOVE 'VERSAO DO CLIENTE - PRECO DE CONTRATO E IMPOSTO' 00003860
                     TO WRK-CTL-VERSAO                                  00003870
             END-IF.                                                    00003880
             WRITE REL-LINHA FROM WRK-CABEC1.                           00003890
             IF WRK-VERSAO-CLIENTE                                      00003900
                 WRITE REL-LINHA FROM WRK-CABEC-CLIENTE                 00003910
             END-IF.                                                    00003920
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003930
             WRITE REL-LINHA FROM WRK-CABEC2.                           00003940
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003950
      *---------------------------------------------------              00003960
       0100-99-FIM.            EXIT.                                    00003970
      *---------------------------------------------------              00003980
           COPY CPCAB02.                                                00003990
           COPY CPERR02.                                                00004000
           COPY CPDTA02.                                                00004010
           COPY CPSTT02.                                                00004020
      *---------------------------------------------------              00004030
       0105-TRATAR-UM-CARTAO              SECTION.                      00004040
      *    CARTAO 'D' TROCA A DATA DE VIGENCIA E CARTAO 'C' PEDE        00004050
      *    A VERSAO DO CLIENTE; SYSIN VAZIA E A LISTA GERAL NA          00004060
      *    DATA DE NEGOCIO. QUALQUER OUTRO CARTAO ENCERRA O RUN         00004070
      *---------------------------------------------------              00004080
             MOVE SPACES TO WRK-CARTAO-CATALOGO.                        00004090
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CATALOGO.               00004100
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004110
                 GO TO 0105-99-FIM                                      00004120
             END-IF.                                                    00004130
             ADD 1 TO WRK-CONT-CARTOES.                                 00004140
             IF WRK-CARTAO-DATA                                         00004150
                AND WRK-CAR-DATA NUMERIC                                00004160
                AND WRK-CAR-DATA NOT EQUAL ZEROS                        00004170
                 MOVE WRK-CAR-DATA TO WRK-DATA-VIGENCIA                 00004180
             ELSE IF WRK-CARTAO-CLIENTE                                 00004190
                AND WRK-CAR-CLI-ID NUMERIC                              00004200
                AND WRK-CAR-CLI-ID NOT EQUAL ZEROS                      00004210
                 MOVE WRK-CAR-CLI-ID TO WRK-CLI-ID                      00004220
                 SET WRK-VERSAO-CLIENTE TO TRUE                         00004230
             ELSE                                                       00004240
                 DISPLAY ' CARTAO ' WRK-CONT-CARTOES ': '               00004250
                         WRK-CARTAO-CATALOGO (1:24)                     00004260
                 MOVE 12 TO RETURN-CODE                                 00004270
                 MOVE ' ERRO CARTAO INVALIDO NA SYSIN ' TO WRK-MSG      00004280
                 PERFORM 9000-TRATA-ERROS                               00004290
             END-IF                                                     00004300
             END-IF.                                                    00004310
       0105-99-FIM.            EXIT.                                    00004320
      *---------------------------------------------------              00004330
       0110-TESTAR-STATUS                 SECTION.                      00004340
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00004350
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00004360
                 PERFORM 9000-TRATA-ERROS                               00004370
             END-IF.                                                    00004380
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00004390
                AND WRK-FS-CATEGORIA NOT EQUAL '35'                     00004400
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00004410
                 PERFORM 9000-TRATA-ERROS                               00004420
             END-IF.                                                    00004430
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00004440
                AND WRK-FS-PROMO NOT EQUAL '35'                         00004450
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00004460
                 PERFORM 9000-TRATA-ERROS                               00004470
             END-IF.                                                    00004480
             IF WRK-FS-CATALOGO NOT EQUAL ZEROS                         00004490
                 MOVE ' ERRO OPEN ARQUIVO DO CATALOGO ' TO WRK-MSG      00004500
                 PERFORM 9000-TRATA-ERROS                               00004510
             END-IF.                                                    00004520
             IF WRK-FS-RELCAT NOT EQUAL ZEROS                           00004530
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00004540
                 PERFORM 9000-TRATA-ERROS                               00004550
             END-IF.                                                    00004560
      *---------------------------------------------------              00004570
       0120-VALIDAR-CLIENTE               SECTION.                      00004580
      *    VERSAO DO CLIENTE: SO PARA CLIENTE CADASTRADO E ATIVO.       00004590
      *    A UF DO ENDERECO (CPEND01) DA A ALIQUOTA DE CADA             00004600
      *    CATEGORIA; SEM ENDERECO O CATALOGO SAI SEM IMPOSTO           00004610
      *---------------------------------------------------              00004620
             OPEN INPUT CLIENTE-MASTER.                                 00004630
             OPEN INPUT ENDERECO-MASTER.                                00004640
             OPEN INPUT TAXA-MASTER.                                    00004650
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004660
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00004670
                 PERFORM 9000-TRATA-ERROS                               00004680
             END-IF.                                                    00004690
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00004700
                AND WRK-FS-ENDERECO NOT EQUAL '35'                      00004710
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00004720
                 PERFORM 9000-TRATA-ERROS                               00004730
             END-IF.                                                    00004740
             IF WRK-FS-TAXA NOT EQUAL ZEROS                             00004750
                AND WRK-FS-TAXA NOT EQUAL '35'                          00004760
                 MOVE ' ERRO OPEN TAXA-MASTER ' TO WRK-MSG              00004770
                 PERFORM 9000-TRATA-ERROS                               00004780
             END-IF.                                                    00004790
             MOVE WRK-CLI-ID TO CLI-ID.                                 00004800
             READ CLIENTE-MASTER                                        00004810
                 INVALID KEY                                            00004820
                     MOVE 12 TO RETURN-CODE                             00004830
                     MOVE ' ERRO CLIENTE DO CARTAO NAO CADASTRADO '     00004840
                         TO WRK-MSG                                     00004850
                     PERFORM 9000-TRATA-ERROS                           00004860
             END-READ.                                                  00004870
             IF NOT CLI-STAT-ATIVO                                      00004880
                 MOVE 12 TO RETURN-CODE                                 00004890
                 MOVE ' ERRO CLIENTE DO CARTAO NAO ESTA ATIVO '         00004900
                     TO WRK-MSG                                         00004910
                 PERFORM 9000-TRATA-ERROS                               00004920
             END-IF.                                                    00004930
             MOVE SPACES TO WRK-UF-CLIENTE.                             00004940
             IF WRK-FS-ENDERECO NOT EQUAL '35'                          00004950
                 MOVE WRK-CLI-ID TO END-CLI-ID                          00004960
                 READ ENDERECO-MASTER                                   00004970
                     INVALID KEY                                        00004980
                         CONTINUE                                       00004990
                     NOT INVALID KEY                                    00005000
                         MOVE END-UF TO WRK-UF-CLIENTE                  00005010
                 END-READ                                               00005020
             END-IF.                                                    00005030
             IF WRK-UF-CLIENTE EQUAL SPACES                             00005040
                 DISPLAY ' AVISO: CLIENTE ' WRK-CLI-ID                  00005050
                         ' SEM ENDERECO - CATALOGO SEM IMPOSTO'         00005060
             END-IF.                                                    00005070
             MOVE WRK-CLI-ID     TO WRK-CTL-CLI-ID.                     00005080
             MOVE CLI-NOME       TO WRK-CTL-CLI-NOME.                   00005090
             MOVE WRK-UF-CLIENTE TO WRK-CTL-UF.                         00005100
      *---------------------------------------------------              00005110
       0130-GRAVAR-HEADER                 SECTION.                      00005120
             MOVE SPACES            TO CPCTG01-REGISTRO.                00005130
             SET CTG-REG-HEADER     TO TRUE.                            00005140
             MOVE WRK-DATA-VIGENCIA TO CTG-DATA-VIGENCIA.               00005150
             MOVE WRK-CLI-ID        TO CTG-CLI-ID.                      00005160
             MOVE WRK-UF-CLIENTE    TO CTG-UF.                          00005170
             MOVE WRK-DATA-NEGOCIO  TO CTG-DATA-GERACAO.                00005180
             MOVE WRK-CAB-PROGRAMA  TO CTG-ORIGEM.                      00005190
             PERFORM 0590-GRAVAR-CATALOGO.                              00005200
      *---------------------------------------------------              00005210
       0300-FINALIZAR                     SECTION.                      00005220
             WRITE REL-LINHA FROM WRK-SEPARA.                           00005230
             MOVE WRK-CONT-LISTADOS TO WRK-ROD-LISTADOS.                00005240
             WRITE REL-LINHA FROM WRK-RODAPE1.                          00005250
             MOVE WRK-CONT-PROMOCAO TO WRK-ROD-PROMOCAO.                00005260
             WRITE REL-LINHA FROM WRK-RODAPE2.                          00005270
             MOVE WRK-CONT-INDISPON TO WRK-ROD-INDISPON.                00005280
             WRITE REL-LINHA FROM WRK-RODAPE3.                          00005290
             MOVE WRK-CONT-DESCONT  TO WRK-ROD-DESCONT.                 00005300
             WRITE REL-LINHA FROM WRK-RODAPE4.                          00005310
             MOVE SPACES TO REL-LINHA.                                  00005320
             WRITE REL-LINHA.                                           00005330
             WRITE REL-LINHA FROM WRK-RODAPE5.                          00005340
             WRITE REL-LINHA FROM WRK-RODAPE6.                          00005350
             MOVE SPACES            TO CPCTG01-REGISTRO.                00005360
             SET CTG-REG-TRAILER    TO TRUE.                            00005370
             MOVE WRK-CONT-LISTADOS TO CTG-QTD-REGISTROS.               00005380
             MOVE WRK-CONT-PROMOCAO TO CTG-QTD-PROMOCAO.                00005390
             MOVE WRK-CONT-INDISPON TO CTG-QTD-INDISPONIVEIS.           00005400
             PERFORM 0590-GRAVAR-CATALOGO.                              00005410
             MOVE WRK-CONT-LIDOS                                        00005420
                 TO WRK-STT-REGISTROS.                                  00005430
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005440
             CLOSE PRODUTO-MASTER.                                      00005450
             IF WRK-FS-CATEGORIA NOT EQUAL '35'                         00005460
                 CLOSE CATEGORIA-MASTER                                 00005470
             END-IF.                                                    00005480
             IF WRK-FS-PROMO NOT EQUAL '35'                             00005490
                 CLOSE PROMO-MASTER                                     00005500
             END-IF.                                                    00005510
             IF WRK-VERSAO-CLIENTE                                      00005520
                 CLOSE CLIENTE-MASTER                                   00005530
                 IF WRK-FS-ENDERECO NOT EQUAL '35'                      00005540
                     CLOSE ENDERECO-MASTER                              00005550
                 END-IF                                                 00005560
                 IF WRK-FS-TAXA NOT EQUAL '35'                          00005570
                     CLOSE TAXA-MASTER                                  00005580
                 END-IF                                                 00005590
             END-IF.                                                    00005600
             CLOSE CATALOGO.                                            00005610
             CLOSE RELCAT.                                              00005620
             IF WRK-VERSAO-GERAL                                        00005630
                 PERFORM 0330-REGISTRAR-MANIFESTO                       00005640
             END-IF.                                                    00005650
             DISPLAY '------------------'.                              00005660
             DISPLAY '  DATA DE VIGENCIA..: ' WRK-DATA-VIGENCIA.        00005670
             DISPLAY '  CLIENTE...........: ' WRK-CLI-ID.               00005680
             DISPLAY '  PRODUTOS LIDOS....: ' WRK-CONT-LIDOS.           00005690
             DISPLAY '  INATIVOS FORA.....: ' WRK-CONT-INATIVOS.        00005700
             DISPLAY '  ITENS NO CATALOGO.: ' WRK-CONT-LISTADOS.        00005710
             DISPLAY '  CATEGORIAS........: ' WRK-CONT-CATEGORIAS.      00005720
             DISPLAY '  EM PROMOCAO.......: ' WRK-CONT-PROMOCAO.        00005730
             DISPLAY '  SEM DISPONIVEL....: ' WRK-CONT-INDISPON.        00005740
             DISPLAY '  REGISTROS GRAVADOS: ' WRK-CONT-GRAVADOS.        00005750
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005760
             PERFORM 9000-TRATA-ERROS.                                  00005770
      *---------------------------------------------------              00005780
       0330-REGISTRAR-MANIFESTO           SECTION.                      00005790
      *    REGISTRA A LISTA GERAL NO MANIFESTO DAS INTERFACES DE        00005800
      *    SAIDA (SERVICO FR06CB34) - QTD DE DETALHES E A SOMA          00005810
      *    DOS PRECOS FINAIS EM CENTAVOS COMO HASH, CONFERIDOS          00005820
      *    PELA LIBERACAO (FR06CB35) ANTES DA CARGA NA LOJA             00005830
      *---------------------------------------------------              00005840
             MOVE 'CATALOGO'          TO MNF-REG-INTERFACE.             00005850
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00005860
             SET MNF-REG-NOVA         TO TRUE.                          00005870
             MOVE WRK-CONT-LISTADOS   TO MNF-REG-QTD-REGISTROS.         00005880
             MOVE WRK-HASH-CATALOGO   TO MNF-REG-VALOR-HASH.            00005890
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00005900
             IF MNF-REG-OK                                              00005910
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00005920
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00005930
                         MNF-REG-GERACAO                                00005940
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00005950
                 DISPLAY ' AVISO: CATALOGO JA TRANSMITIDO NA DATA - '   00005960
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00005970
                         MNF-REG-GERACAO                                00005980
             ELSE                                                       00005990
                 DISPLAY ' AVISO: CATALOGO NAO REGISTRADO NO '          00006000
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00006010
             END-IF                                                     00006020
             END-IF.                                                    00006030
      *---------------------------------------------------              00006040
       0400-ALIMENTAR-SORT                SECTION.                      00006050
      *    PROCEDURE DE ENTRADA DO SORT - PRECIFICA CADA PRODUTO        00006060
      *    NAO INATIVO NA DATA DE VIGENCIA E O LIBERA POR               00006070
      *    CATEGORIA E CODIGO                                           00006080
      *---------------------------------------------------              00006090
             PERFORM 0410-LIBERAR-UM-PRODUTO                            00006100
                 UNTIL WRK-FS-PRDM NOT EQUAL ZEROS.                     00006110
      *---------------------------------------------------              00006120
       0410-LIBERAR-UM-PRODUTO            SECTION.                      00006130
             READ PRODUTO-MASTER NEXT RECORD.                           00006140
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00006150
                 GO TO 0410-99-FIM                                      00006160
             END-IF.                                                    00006170
             ADD 1 TO WRK-CONT-LIDOS.                                   00006180
             IF NOT PRDM-ATIVO                                          00006190
                AND NOT PRDM-DESCONTINUADO                              00006200
                 ADD 1 TO WRK-CONT-INATIVOS                             00006210
                 GO TO 0410-99-FIM                                      00006220
             END-IF.                                                    00006230
             MOVE PRDM-CATEGORIA  TO ORD-CATEGORIA.                     00006240
             MOVE PRDM-CODIGO     TO ORD-CODIGO.                        00006250
             MOVE PRDM-DESCRICAO  TO ORD-DESCRICAO.                     00006260
             MOVE PRDM-PRECO-UNIT TO ORD-PRECO-REGULAR.                 00006270
             MOVE PRDM-STATUS     TO ORD-SITUACAO.                      00006280
             MOVE ZEROS           TO ORD-CODIGO-SUBSTITUTO.             00006290
             IF PRDM-DESCONTINUADO                                      00006300
                AND PRDM-CODIGO-SUBSTITUTO NUMERIC                      00006310
                 MOVE PRDM-CODIGO-SUBSTITUTO TO ORD-CODIGO-SUBSTITUTO   00006320
             END-IF.                                                    00006330
             PERFORM 0420-LER-PROMOCAO.                                 00006340
             PERFORM 0430-FIXAR-PRECO.                                  00006350
             PERFORM 0440-APURAR-DISPONIVEL.                            00006360
             PERFORM 0450-APURAR-IMPOSTO.                               00006370
             RELEASE ORD-REGISTRO.                                      00006380
       0410-99-FIM.            EXIT.                                    00006390
      *---------------------------------------------------              00006400
       0420-LER-PROMOCAO                  SECTION.                      00006410
      *    PROMOCAO DO CPPRM01 ATIVA E COM A DATA DE VIGENCIA           00006420
      *    DENTRO DA JANELA - VAI PARA A LINHA COM A DATA DE FIM        00006430
      *    MESMO QUANDO O CONTRATO DO CLIENTE FICA ABAIXO DELA          00006440
      *---------------------------------------------------              00006450
             MOVE ZEROS TO ORD-PRECO-PROMO.                             00006460
             MOVE ZEROS TO ORD-DATA-FIM-PROMO.                          00006470
             SET WRK-PROMO-AUSENTE TO TRUE.                             00006480
             IF WRK-FS-PROMO NOT EQUAL '35'                             00006490
                 MOVE PRDM-CODIGO TO PRM-CODIGO                         00006500
                 READ PROMO-MASTER                                      00006510
                     INVALID KEY                                        00006520
                         CONTINUE                                       00006530
                     NOT INVALID KEY                                    00006540
                         IF PRM-ATIVA                                   00006550
                            AND WRK-DATA-VIGENCIA                       00006560
                                NOT < PRM-DATA-INICIO                   00006570
                            AND WRK-DATA-VIGENCIA                       00006580
                                NOT > PRM-DATA-FIM                      00006590
                             MOVE PRM-PRECO-PROMO TO ORD-PRECO-PROMO    00006600
                             MOVE PRM-DATA-FIM    TO ORD-DATA-FIM-PROMO 00006610
                             SET WRK-PROMO-VIGENTE TO TRUE              00006620
                         END-IF                                         00006630
                 END-READ                                               00006640
             END-IF.                                                    00006650
      *---------------------------------------------------              00006660
       0430-FIXAR-PRECO                   SECTION.                      00006670
      *    PRECO FINAL DE UMA UNIDADE PELO SERVICO DE                   00006680
      *    PRECIFICACAO (FR05CB96) NA DATA DE VIGENCIA - MENOR          00006690
      *    ENTRE LISTA, PROMOCAO, QUEBRA DE QUANTIDADE E, NA            00006700
      *    VERSAO DO CLIENTE, O CONTRATO DELE                           00006710
      *---------------------------------------------------              00006720
             MOVE WRK-CLI-ID        TO CTP-CHK-CLI-ID.                  00006730
             MOVE PRDM-CODIGO       TO CTP-CHK-CODIGO.                  00006740
             MOVE PRDM-CATEGORIA    TO CTP-CHK-CATEGORIA.               00006750
             MOVE 1                 TO CTP-CHK-QUANTIDADE.              00006760
             MOVE WRK-DATA-VIGENCIA TO CTP-CHK-DATA.                    00006770
             MOVE PRDM-PRECO-UNIT   TO CTP-CHK-PRECO-LISTA.             00006780
             MOVE ORD-PRECO-PROMO   TO CTP-CHK-PRECO-PROMO.             00006790
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00006800
             IF CTP-CHK-ERRO-ARQ                                        00006810
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00006820
                         ' - PRODUTO ' PRDM-CODIGO                      00006830
             END-IF.                                                    00006840
             MOVE CTP-CHK-PRECO-FINAL TO ORD-PRECO-FINAL.               00006850
             MOVE CTP-CHK-REGRA       TO ORD-REGRA.                     00006860
      *---------------------------------------------------              00006870
       0440-APURAR-DISPONIVEL             SECTION.                      00006880
      *    DISPONIVEL E O SALDO DO MASTER MENOS O COMPROMETIDO          00006890
      *    POR PEDIDOS ACEITOS - CAMPO EM BRANCO (REGISTRO              00006900
      *    LEGADO) E TRATADO COMO ZERO                                  00006910
      *---------------------------------------------------              00006920
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00006930
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00006940
             END-IF.                                                    00006950
             COMPUTE WRK-QTD-DISPONIVEL =                               00006960
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00006970
             IF WRK-QTD-DISPONIVEL > ZERO                               00006980
                 MOVE 'S' TO ORD-DISPONIVEL                             00006990
             ELSE                                                       00007000
                 MOVE 'N' TO ORD-DISPONIVEL                             00007010
             END-IF.                                                    00007020
      *---------------------------------------------------              00007030
       0450-APURAR-IMPOSTO                SECTION.                      00007040
      *    SO NA VERSAO DO CLIENTE - ALIQUOTA DO CPTAX01 PELA UF        00007050
      *    DO CLIENTE E PELA CATEGORIA DO PRODUTO; COMBINACAO           00007060
      *    SEM CADASTRO OU INATIVA SAI COM ALIQUOTA ZERO, COMO          00007070
      *    NA NOTA FISCAL                                               00007080
      *---------------------------------------------------              00007090
             MOVE ZEROS TO ORD-ALIQUOTA.                                00007100
             MOVE ZEROS TO ORD-PRECO-COM-IMPOSTO.                       00007110
             IF WRK-VERSAO-GERAL                                        00007120
                 GO TO 0450-99-FIM                                      00007130
             END-IF.                                                    00007140
             MOVE ZEROS TO WRK-ALIQUOTA.                                00007150
             IF WRK-FS-TAXA NOT EQUAL '35'                              00007160
                AND WRK-UF-CLIENTE NOT EQUAL SPACES                     00007170
                 MOVE WRK-UF-CLIENTE  TO TAX-UF                         00007180
                 MOVE PRDM-CATEGORIA  TO TAX-CATEGORIA                  00007190
                 READ TAXA-MASTER                                       00007200
                     INVALID KEY                                        00007210
                         CONTINUE                                       00007220
                     NOT INVALID KEY                                    00007230
                         IF TAX-ATIVA                                   00007240
                             MOVE TAX-ALIQUOTA TO WRK-ALIQUOTA          00007250
                         END-IF                                         00007260
                 END-READ                                               00007270
             END-IF.                                                    00007280
             COMPUTE WRK-VALOR-IMPOSTO ROUNDED =                        00007290
                 ORD-PRECO-FINAL * WRK-ALIQUOTA / 100.                  00007300
             MOVE WRK-ALIQUOTA TO ORD-ALIQUOTA.                         00007310
             COMPUTE ORD-PRECO-COM-IMPOSTO =                            00007320
                 ORD-PRECO-FINAL + WRK-VALOR-IMPOSTO.                   00007330
       0450-99-FIM.            EXIT.                                    00007340
      *---------------------------------------------------              00007350
       0500-LISTAR-CATALOGO               SECTION.                      00007360
      *    PROCEDURE DE SAIDA DO SORT - UMA QUEBRA POR CATEGORIA        00007370
      *    COM A DESCRICAO DO CPCAT01, AS LINHAS DOS PRODUTOS E         00007380
      *    A CONTAGEM DE ITENS DA CATEGORIA                             00007390
      *---------------------------------------------------              00007400
             MOVE SPACES TO WRK-FS-ORDENACAO.                           00007410
             PERFORM 0510-RECEBER-UM.                                   00007420
             PERFORM 0520-TRATAR-UMA-CATEGORIA                          00007430
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'.                     00007440
      *---------------------------------------------------              00007450
       0510-RECEBER-UM                    SECTION.                      00007460
             RETURN ORDENACAO                                           00007470
                 AT END                                                 00007480
                     MOVE '99' TO WRK-FS-ORDENACAO                      00007490
             END-RETURN.                                                00007500
      *---------------------------------------------------              00007510
       0520-TRATAR-UMA-CATEGORIA          SECTION.                      00007520
             MOVE ORD-CATEGORIA TO WRK-CATEGORIA-ATUAL.                 00007530
             ADD 1 TO WRK-CONT-CATEGORIAS.                              00007540
             MOVE ZEROS TO WRK-CONT-ITENS-CAT.                          00007550
             PERFORM 0530-IMPRIMIR-CATEGORIA.                           00007560
             PERFORM 0540-LISTAR-UM-ITEM                                00007570
                 UNTIL WRK-FS-ORDENACAO EQUAL '99'                      00007580
                    OR ORD-CATEGORIA NOT EQUAL WRK-CATEGORIA-ATUAL.     00007590
             MOVE WRK-CONT-ITENS-CAT TO WRK-TCT-ITENS.                  00007600
             WRITE REL-LINHA FROM WRK-CATEGORIA-TOT.                    00007610
      *---------------------------------------------------              00007620
       0530-IMPRIMIR-CATEGORIA            SECTION.                      00007630
      *    CATEGORIA FORA DO CPCAT01 AINDA E LISTADA, COM A             00007640
      *    DESCRICAO DE NAO CADASTRADA                                  00007650
      *---------------------------------------------------              00007660
             MOVE WRK-CATEGORIA-ATUAL TO WRK-CCT-CODIGO.                00007670
             MOVE 'NAO CADASTRADA'    TO WRK-CCT-DESCRICAO.             00007680
             IF WRK-FS-CATEGORIA NOT EQUAL '35'                         00007690
                 MOVE WRK-CATEGORIA-ATUAL TO CAT-CODIGO                 00007700
                 READ CATEGORIA-MASTER                                  00007710
                     INVALID KEY                                        00007720
                         CONTINUE                                       00007730
                     NOT INVALID KEY                                    00007740
                         MOVE CAT-DESCRICAO TO WRK-CCT-DESCRICAO        00007750
                 END-READ                                               00007760
             END-IF.                                                    00007770
             MOVE SPACES TO REL-LINHA.                                  00007780
             WRITE REL-LINHA.                                           00007790
             WRITE REL-LINHA FROM WRK-CATEGORIA-CAB.                    00007800
      *---------------------------------------------------              00007810
       0540-LISTAR-UM-ITEM                SECTION.                      00007820
             ADD 1 TO WRK-CONT-ITENS-CAT.                               00007830
             ADD 1 TO WRK-CONT-LISTADOS.                                00007840
             IF ORD-PRECO-PROMO > ZERO                                  00007850
                 ADD 1 TO WRK-CONT-PROMOCAO                             00007860
             END-IF.                                                    00007870
             IF ORD-DISPONIVEL EQUAL 'N'                                00007880
                 ADD 1 TO WRK-CONT-INDISPON                             00007890
             END-IF.                                                    00007900
             IF ORD-SITUACAO EQUAL 'D'                                  00007910
                 ADD 1 TO WRK-CONT-DESCONT                              00007920
             END-IF.                                                    00007930
             COMPUTE WRK-HASH-CATALOGO = WRK-HASH-CATALOGO              00007940
                 + (ORD-PRECO-FINAL * 100).                             00007950
             PERFORM 0550-IMPRIMIR-ITEM.                                00007960
             PERFORM 0560-GRAVAR-ITEM.                                  00007970
             PERFORM 0510-RECEBER-UM.                                   00007980
      *---------------------------------------------------              00007990
       0550-IMPRIMIR-ITEM                 SECTION.                      00008000
             MOVE ORD-CODIGO            TO WRK-DET-CODIGO.              00008010
             MOVE ORD-DESCRICAO         TO WRK-DET-DESCRICAO.           00008020
             MOVE ORD-PRECO-REGULAR     TO WRK-DET-PRECO-REG.           00008030
             MOVE ORD-PRECO-PROMO       TO WRK-DET-PRECO-PROMO.         00008040
             MOVE ORD-DATA-FIM-PROMO    TO WRK-DET-FIM-PROMO.           00008050
             MOVE ORD-PRECO-FINAL       TO WRK-DET-PRECO-FINAL.         00008060
             MOVE ORD-REGRA             TO WRK-DET-REGRA.               00008070
             MOVE ORD-ALIQUOTA          TO WRK-DET-ALIQUOTA.            00008080
             MOVE ORD-PRECO-COM-IMPOSTO TO WRK-DET-PRECO-IMP.           00008090
             MOVE ORD-DISPONIVEL        TO WRK-DET-DISPONIVEL.          00008100
             MOVE ORD-SITUACAO          TO WRK-DET-SITUACAO.            00008110
             MOVE ORD-CODIGO-SUBSTITUTO TO WRK-DET-SUBSTITUTO.          00008120
             WRITE REL-LINHA FROM WRK-DETALHE.                          00008130
      *---------------------------------------------------              00008140
       0560-GRAVAR-ITEM                   SECTION.                      00008150
             MOVE SPACES                TO CPCTG01-REGISTRO.            00008160
             SET CTG-REG-DETALHE        TO TRUE.                        00008170
             MOVE ORD-CATEGORIA         TO CTG-CATEGORIA.               00008180
             MOVE ORD-CODIGO            TO CTG-CODIGO.                  00008190
             MOVE ORD-DESCRICAO         TO CTG-DESCRICAO.               00008200
             MOVE ORD-PRECO-REGULAR     TO CTG-PRECO-REGULAR.           00008210
             MOVE ORD-PRECO-PROMO       TO CTG-PRECO-PROMO.             00008220
             MOVE ORD-DATA-FIM-PROMO    TO CTG-DATA-FIM-PROMO.          00008230
             MOVE ORD-PRECO-FINAL       TO CTG-PRECO-FINAL.             00008240
             MOVE ORD-REGRA             TO CTG-REGRA.                   00008250
             MOVE ORD-DISPONIVEL        TO CTG-DISPONIVEL.              00008260
             MOVE ORD-SITUACAO          TO CTG-SITUACAO.                00008270
             MOVE ORD-CODIGO-SUBSTITUTO TO CTG-CODIGO-SUBSTITUTO.       00008280
             MOVE ORD-ALIQUOTA          TO CTG-ALIQUOTA.                00008290
             MOVE ORD-PRECO-COM-IMPOSTO TO CTG-PRECO-COM-IMPOSTO.       00008300
             PERFORM 0590-GRAVAR-CATALOGO.                              00008310
      *---------------------------------------------------              00008320
       0590-GRAVAR-CATALOGO               SECTION.                      00008330
             WRITE CPCTG01-REGISTRO.                                    00008340
             IF WRK-FS-CATALOGO NOT EQUAL ZEROS                         00008350
                 MOVE ' ERRO GRAVACAO ARQUIVO DO CATALOGO ' TO WRK-MSG  00008360
                 PERFORM 9000-TRATA-ERROS                               00008370
             END-IF.                                                    00008380
             ADD 1 TO WRK-CONT-GRAVADOS.                                00008390
      *---------------------------------------------------              00008400
       9000-TRATA-ERROS                   SECTION.                      00008410
      *---------------------------------------------------              00008420
             PERFORM 9050-GRAVAR-ERRLOG.                                00008430
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008440
             STOP RUN.                                                  00008450
      *--------------------------------------------------------------   00008460
       9000-99-FIM.            EXIT.                                    00008470
      *--------------------------------------------------------------   00008480
