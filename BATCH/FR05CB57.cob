      *               REGISTRO DE CONTROLE DO FATURAMENTO               00000250
      *               (FR05CB26). RECEBIMENTO PARCIAL DE TITULO         00000260
      *               AINDA EM ABERTO E ABATIDO NO SALDO DE             00000270
      *               ABERTURA, POIS NAO CARREGA DATA PROPRIA.          00000280
      *               O CREDITO EM CONTA AINDA NAO APLICADO             00000290
      *               (CPCRD01) SAI APOS O SALDO DE FECHAMENTO,         00000300
      *               COM O SALDO LIQUIDO DO CLIENTE                    00000310
      *-------------------------------------------------------*         00000320
      *     HISTORICO DE ALTERACOES                                     00000330
      *     DATA        AUTOR   DESCRICAO                               00000340
      *     ----------  ------  --------------------------------        00000350
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000360
      *     15/10/2026  IVS     CHAVE DO CONTAS A RECEBER PASSA A       00000370
      *                         SER NOTA + PARCELA (REC-CHAVE) -        00000380
      *                         CADA PARCELA SAI NUMA LINHA COM A       00000390
      *                         NOTA/PARCELA; A QUANTIDADE DE           00000400
      *                         NOTAS DO RESUMO CONTA SO A              00000410
      *                         PARCELA 01 DE CADA NOTA                 00000420
      *     15/10/2026  IVS     CREDITO EM CONTA DO CLIENTE             00000430
      *                         (CPCRD01, //ARQCRD OPCIONAL) SAI        00000440
      *                         APOS O SALDO DE FECHAMENTO, COM O       00000450
      *                         SALDO LIQUIDO; RESUMO GANHA O           00000460
      *                         TOTAL DE CREDITO EM CONTA               00000470
      *=======================================================*         00000480
                                                                        00000490
      *=======================================================*         00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=======================================================*         00000520
       INPUT-OUTPUT                              SECTION.               00000530
       FILE-CONTROL.                                                    00000540
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS SEQUENTIAL                              00000570
                RECORD KEY   IS CLI-ID                                  00000580
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000590
                                                                        00000600
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS END-CLI-ID                              00000640
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000650
                                                                        00000660
             SELECT CONTASREC ASSIGN TO ARQREC                          00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS REC-CHAVE                               00000700
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000710
                                                                        00000720
             SELECT CREDITO-CLIENTE ASSIGN TO ARQCRD                    00000730
                ORGANIZATION IS INDEXED                                 00000740
                ACCESS MODE  IS DYNAMIC                                 00000750
                RECORD KEY   IS CRD-CHAVE                               00000760
                FILE STATUS  IS WRK-FS-CREDITO.                         00000770
                                                                        00000780
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000790
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000800
                                                                        00000810
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000820
                FILE STATUS  IS WRK-FS-SYSIN.                           00000830
                                                                        00000840
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000850
                ORGANIZATION IS INDEXED                                 00000860
                ACCESS MODE  IS DYNAMIC                                 00000870
                RECORD KEY   IS CAL-DATA                                00000880
                FILE STATUS  IS WRK-FS-CALEND.                          00000890
                                                                        00000900
             SELECT RELEXTR  ASSIGN TO ARQRPT                           00000910
                FILE STATUS  IS WRK-FS-RELEXTR.                         00000920
                                                                        00000930
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000940
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000950
                                                                        00000960
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000970
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000980
      *=======================================================*         00000990
       DATA                                      DIVISION.              00001000
      *=======================================================*         00001010
       FILE                                      SECTION.               00001020
       FD CLIENTE-MASTER.                                               00001030
           COPY CPCLIE01.                                               00001040
                                                                        00001050
       FD ENDERECO-MASTER.                                              00001060
           COPY CPEND01.                                                00001070
                                                                        00001080
       FD CONTASREC.                                                    00001090
           COPY CPREC01.                                                00001100
                                                                        00001110
       FD CREDITO-CLIENTE.                                              00001120
           COPY CPCRD01.                                                00001130
                                                                        00001140
       FD PEDIDOS                                                       00001150
           RECORDING MODE IS F                                          00001160
           BLOCK CONTAINS 0 RECORDS.                                    00001170
           COPY CPPED01.                                                00001180
                                                                        00001190
       FD ENTRADA-SYSIN                                                 00001200
           RECORDING MODE IS F                                          00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
       01 SYSIN-REGISTRO             PIC X(006).                        00001230
                                                                        00001240
       FD CALENDARIO.                                                   00001250
           COPY CPCAL01.                                                00001260
                                                                        00001270
       FD RELEXTR                                                       00001280
           RECORDING MODE IS F                                          00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
       01 REL-LINHA                    PIC X(132).                      00001310
                                                                        00001320
       FD ERRLOG.                                                       00001330
           COPY CPERRL01.                                               00001340
                                                                        00001350
       FD ESTATIS                                                       00001360
           RECORDING MODE IS F                                          00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
           COPY CPSTA01.                                                00001390
      *---------------------------------------------------              00001400
       WORKING-STORAGE                           SECTION.               00001410
      *---------------------------------------------------              00001420
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001430
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00001440
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001450
       77 WRK-FS-CREDITO      PIC X(02) VALUE SPACES.                   00001460
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001470
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001480
       77 WRK-FS-RELEXTR      PIC X(02) VALUE SPACES.                   00001490
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001500
       77 WRK-CONT-CLIENTES   PIC 9(09) COMP VALUE ZERO.                00001510
       77 WRK-CONT-EXTRATOS   PIC 9(09) COMP VALUE ZERO.                00001520
       77 WRK-MES-EXTRATO     PIC 9(06) VALUE ZERO.                     00001530
       77 WRK-MES-TITULO      PIC 9(06) VALUE ZERO.                     00001540
       01 WRK-SW-ENDERECO.                                              00001550
          05 WRK-SW-ENDERECO-IND     PIC X(01) VALUE 'N'.               00001560
             88 WRK-END-ACHADO             VALUE 'S'.                   00001570
             88 WRK-END-AUSENTE            VALUE 'N'.                   00001580
      *---------------------------------------------------              00001590
      *    ACUMULADORES DO EXTRATO DO CLIENTE CORRENTE                  00001600
      *---------------------------------------------------              00001610
       77 WRK-SALDO-ABERTURA  PIC S9(11)V99 COMP-3 VALUE ZERO.          00001620
       77 WRK-TOT-NOTAS-MES   PIC 9(11)V99 COMP-3 VALUE ZERO.           00001630
       77 WRK-TOT-PAGOS-MES   PIC 9(11)V99 COMP-3 VALUE ZERO.           00001640
       77 WRK-SALDO-FECHO     PIC S9(11)V99 COMP-3 VALUE ZERO.          00001650
       77 WRK-SALDO-CREDITO   PIC 9(11)V99 COMP-3 VALUE ZERO.           00001660
       77 WRK-SALDO-LIQUIDO   PIC S9(11)V99 COMP-3 VALUE ZERO.          00001670
      *---------------------------------------------------              00001680
      *    TOTAIS GERAIS PARA A PAGINA DE CONCILIACAO                   00001690
      *---------------------------------------------------              00001700
       77 WRK-GER-QTD-NOTAS   PIC 9(09) COMP VALUE ZERO.                00001710
       77 WRK-GER-VLR-NOTAS   PIC 9(13)V99 COMP-3 VALUE ZERO.           00001720
       77 WRK-GER-QTD-PAGOS   PIC 9(09) COMP VALUE ZERO.                00001730
       77 WRK-GER-VLR-PAGOS   PIC 9(13)V99 COMP-3 VALUE ZERO.           00001740
       77 WRK-GER-VLR-FECHO   PIC S9(13)V99 COMP-3 VALUE ZERO.          00001750
       77 WRK-GER-QTD-CREDITO PIC 9(09) COMP VALUE ZERO.                00001760
       77 WRK-GER-VLR-CREDITO PIC 9(13)V99 COMP-3 VALUE ZERO.           00001770
      *---------------------------------------------------              00001780
      *    PEDIDOS DO MES CARREGADOS EM MEMORIA                         00001790
      *---------------------------------------------------              00001800
       77 WRK-MAX-PEDIDOS     PIC 9(05) COMP VALUE 5000.                00001810
       77 WRK-QTD-PEDIDOS     PIC 9(05) COMP VALUE ZERO.                00001820
       77 WRK-IDX             PIC 9(05) COMP VALUE ZERO.                00001830
       01 WRK-TABELA-PEDIDOS.                                           00001840
          05 WRK-ENT-PEDIDO OCCURS 5000 TIMES.                          00001850
             10 WRK-PDT-NUMERO        PIC 9(05).                        00001860
             10 WRK-PDT-CLI-ID        PIC 9(05).                        00001870
             10 WRK-PDT-CODIGO        PIC 9(08).                        00001880
             10 WRK-PDT-DATA          PIC 9(08).                        00001890
             10 WRK-PDT-VALOR         PIC 9(09)V99 COMP-3.              00001900
             10 WRK-PDT-STATUS        PIC X(01).                        00001910
      *---------------------------------------------------              00001920
      *    LINHAS DO EXTRATO                                            00001930
      *---------------------------------------------------              00001940
       01 WRK-SEPARA.                                                   00001950
          05 FILLER PIC X(60) VALUE ALL '='.                            00001960
                                                                        00001970
       01 WRK-CAB-EXTRATO.                                              00001980
          05 FILLER               PIC X(25) VALUE                       00001990
             'EXTRATO MENSAL DE CONTA'.                                 00002000
          05 FILLER               PIC X(05) VALUE 'MES: '.              00002010
          05 WRK-CAB-MES          PIC 9(06).                            00002020
                                                                        00002030
       01 WRK-LIN-CLIENTE.                                              00002040
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00002050
          05 WRK-EXT-CLI-ID       PIC 9(05).                            00002060
          05 FILLER               PIC X(03) VALUE ' - '.                00002070
          05 WRK-EXT-CLI-NOME     PIC X(30).                            00002080
                                                                        00002090
       01 WRK-LIN-ENDERECO1.                                            00002100
          05 FILLER               PIC X(09) VALUE SPACES.               00002110
          05 WRK-EXT-RUA          PIC X(15).                            00002120
          05 FILLER               PIC X(02) VALUE ', '.                 00002130
          05 WRK-EXT-NUMERO       PIC Z(4)9.                            00002140
          05 FILLER               PIC X(03) VALUE ' - '.                00002150
          05 WRK-EXT-BAIRRO       PIC X(10).                            00002160
                                                                        00002170
       01 WRK-LIN-ENDERECO2.                                            00002180
          05 FILLER               PIC X(09) VALUE SPACES.               00002190
          05 WRK-EXT-CEP          PIC 9(08).                            00002200
          05 FILLER               PIC X(03) VALUE ' - '.                00002210
          05 WRK-EXT-CIDADE       PIC X(15).                            00002220
          05 FILLER               PIC X(01) VALUE '/'.                  00002230
          05 WRK-EXT-UF           PIC X(02).                            00002240
                                                                        00002250
       01 WRK-LIN-SEM-ENDERECO.                                         00002260
          05 FILLER               PIC X(09) VALUE SPACES.               00002270
          05 FILLER               PIC X(23) VALUE                       00002280
             'ENDERECO NAO CADASTRADO'.                                 00002290
                                                                        00002300
       01 WRK-LIN-SALDO.                                                00002310
          05 WRK-SLD-ROTULO       PIC X(22).                            00002320
          05 WRK-SLD-VALOR        PIC -Z(10)9.99.                       00002330
                                                                        00002340
       01 WRK-LIN-MOVTO.                                                00002350
          05 FILLER               PIC X(02) VALUE SPACES.               00002360
          05 WRK-MOV-DATA         PIC 9(08).                            00002370
          05 FILLER               PIC X(02) VALUE SPACES.               00002380
          05 WRK-MOV-TIPO         PIC X(12).                            00002390
          05 FILLER               PIC X(02) VALUE SPACES.               00002400
          05 WRK-MOV-REFER        PIC 9(08).                            00002410
          05 WRK-MOV-PARCELA.                                           00002420
             10 WRK-MOV-BARRA     PIC X(01).                            00002430
             10 WRK-MOV-PARC      PIC 9(02).                            00002440
          05 FILLER               PIC X(02) VALUE SPACES.               00002450
          05 WRK-MOV-VALOR        PIC -Z(9)9.99.                        00002460
                                                                        00002470
       01 WRK-LIN-RESUMO.                                               00002480
          05 WRK-RES-ROTULO       PIC X(26).                            00002490
          05 WRK-RES-QTD          PIC Z(8)9.                            00002500
          05 FILLER               PIC X(02) VALUE SPACES.               00002510
          05 WRK-RES-VALOR        PIC -Z(12)9.99.                       00002520
       COPY CPCAB01.                                                    00002530
       COPY CPERR01.                                                    00002540
       COPY CPDTA01.                                                    00002550
       COPY CPSTT01.                                                    00002560
      *=========================================*                       00002570
       PROCEDURE DIVISION.                                              00002580
      *=========================================*                       00002590
                                                                        00002600
      *---------------------------------------------------              00002610
       0000-PRINCIPAL                     SECTION.                      00002620
      *---------------------------------------------------              00002630
             PERFORM 0100-INICIAR.                                      00002640
             PERFORM 0200-PROCESSAR                                     00002650
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00002660
             PERFORM 0300-FINALIZAR.                                    00002670
      *---------------------------------------------------              00002680
       0000-99-FIM.            EXIT.                                    00002690
      *---------------------------------------------------              00002700
                                                                        00002710
       0100-INICIAR                       SECTION.                      00002720
             MOVE 'FR05CB57' TO WRK-CAB-PROGRAMA.                       00002730
             PERFORM 0101-CABECALHO-PADRAO.                             00002740
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002750
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002760
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002770
             OPEN INPUT CLIENTE-MASTER.                                 00002780
             OPEN INPUT ENDERECO-MASTER.                                00002790
             OPEN INPUT CONTASREC.                                      00002800
             OPEN INPUT CREDITO-CLIENTE.                                00002810
             IF WRK-FS-CREDITO EQUAL '35'                               00002820
                 DISPLAY ' AVISO: ARQUIVO DE CREDITOS AUSENTE - '       00002830
                         'EXTRATO SEM CREDITO EM CONTA'                 00002840
             END-IF.                                                    00002850
             OPEN INPUT PEDIDOS.                                        00002860
             OPEN INPUT ENTRADA-SYSIN.                                  00002870
             OPEN OUTPUT RELEXTR.                                       00002880
             PERFORM 0110-TESTAR-STATUS.                                00002890
             PERFORM 0107-LER-MES-EXTRATO.                              00002900
             PERFORM 0120-CARREGAR-PEDIDOS                              00002910
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00002920
             CLOSE PEDIDOS.                                             00002930
      *---------------------------------------------------              00002940
       0100-99-FIM.            EXIT.                                    00002950
      *---------------------------------------------------              00002960
           COPY CPCAB02.                                                00002970
           COPY CPERR02.                                                00002980
           COPY CPDTA02.                                                00002990
           COPY CPSTT02.                                                00003000
      *---------------------------------------------------              00003010
       0110-TESTAR-STATUS                 SECTION.                      00003020
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003030
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003040
                 PERFORM 9000-TRATA-ERROS                               00003050
             END-IF.                                                    00003060
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00003070
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00003080
                 PERFORM 9000-TRATA-ERROS                               00003090
             END-IF.                                                    00003100
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00003110
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00003120
                 PERFORM 9000-TRATA-ERROS                               00003130
             END-IF.                                                    00003140
             IF WRK-FS-CREDITO NOT EQUAL ZEROS                          00003150
                AND WRK-FS-CREDITO NOT EQUAL '35'                       00003160
                 MOVE ' ERRO OPEN CREDITO-CLIENTE ' TO WRK-MSG          00003170
                 PERFORM 9000-TRATA-ERROS                               00003180
             END-IF.                                                    00003190
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00003200
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00003210
                 PERFORM 9000-TRATA-ERROS                               00003220
             END-IF.                                                    00003230
             IF WRK-FS-RELEXTR NOT EQUAL ZEROS                          00003240
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003250
                 PERFORM 9000-TRATA-ERROS                               00003260
             END-IF.                                                    00003270
      *---------------------------------------------------              00003280
       0107-LER-MES-EXTRATO               SECTION.                      00003290
      *    LE O CARTAO OPCIONAL COM O MES DO EXTRATO (AAAAMM) -         00003300
      *    SEM CARTAO (OU NAO NUMERICO), VALE O MES DA DATA DE          00003310
      *    NEGOCIO                                                      00003320
      *---------------------------------------------------              00003330
             READ ENTRADA-SYSIN INTO WRK-MES-EXTRATO.                   00003340
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003350
                OR WRK-MES-EXTRATO NOT NUMERIC                          00003360
                OR WRK-MES-EXTRATO EQUAL ZEROS                          00003370
                 MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-MES-EXTRATO         00003380
             END-IF.                                                    00003390
             CLOSE ENTRADA-SYSIN.                                       00003400
             MOVE WRK-MES-EXTRATO TO WRK-CAB-MES.                       00003410
      *---------------------------------------------------              00003420
       0120-CARREGAR-PEDIDOS              SECTION.                      00003430
      *    CARREGA EM MEMORIA OS PEDIDOS DO MES DO EXTRATO, PARA        00003440
      *    O DETALHE DO EXTRATO NAO EXIGIR RELEITURA DO ARQUIVO         00003450
      *    SEQUENCIAL A CADA CLIENTE                                    00003460
      *---------------------------------------------------              00003470
             READ PEDIDOS.                                              00003480
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00003490
                 IF PED-DATA (1:6) EQUAL WRK-MES-EXTRATO                00003500
                     IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS              00003510
                         MOVE ' ERRO PEDIDOS EXCEDEM A TABELA '         00003520
                             TO WRK-MSG                                 00003530
                         PERFORM 9000-TRATA-ERROS                       00003540
                     END-IF                                             00003550
                     ADD 1 TO WRK-QTD-PEDIDOS                           00003560
                     MOVE PED-NUMERO                                    00003570
                         TO WRK-PDT-NUMERO (WRK-QTD-PEDIDOS)            00003580
                     MOVE PED-CLI-ID                                    00003590
                         TO WRK-PDT-CLI-ID (WRK-QTD-PEDIDOS)            00003600
                     MOVE PED-CODIGO                                    00003610
                         TO WRK-PDT-CODIGO (WRK-QTD-PEDIDOS)            00003620
                     MOVE PED-DATA                                      00003630
                         TO WRK-PDT-DATA (WRK-QTD-PEDIDOS)              00003640
                     MOVE PED-VALOR-TOTAL                               00003650
                         TO WRK-PDT-VALOR (WRK-QTD-PEDIDOS)             00003660
                     MOVE PED-STATUS                                    00003670
                         TO WRK-PDT-STATUS (WRK-QTD-PEDIDOS)            00003680
                 END-IF                                                 00003690
             END-IF.                                                    00003700
      *---------------------------------------------------              00003710
       0200-PROCESSAR                     SECTION.                      00003720
             READ CLIENTE-MASTER NEXT RECORD.                           00003730
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00003740
                 ADD 1 TO WRK-CONT-CLIENTES                             00003750
                 IF NOT CLI-STAT-ENCERRADO                              00003760
                     PERFORM 0210-EMITIR-EXTRATO                        00003770
                 END-IF                                                 00003780
             END-IF.                                                    00003790
      *---------------------------------------------------              00003800
       0210-EMITIR-EXTRATO                SECTION.                      00003810
      *    EMITE O EXTRATO DO CLIENTE CORRENTE - CABECALHO E            00003820
      *    BLOCO DE ENDERECO, SALDO DE ABERTURA, PEDIDOS E              00003830
      *    MOVIMENTOS DO MES E SALDO DE FECHAMENTO                      00003840
      *---------------------------------------------------              00003850
             ADD 1 TO WRK-CONT-EXTRATOS.                                00003860
             MOVE ZEROS TO WRK-SALDO-ABERTURA.                          00003870
             MOVE ZEROS TO WRK-TOT-NOTAS-MES.                           00003880
             MOVE ZEROS TO WRK-TOT-PAGOS-MES.                           00003890
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003900
             WRITE REL-LINHA FROM WRK-CAB-EXTRATO.                      00003910
             MOVE CLI-ID   TO WRK-EXT-CLI-ID.                           00003920
             MOVE CLI-NOME TO WRK-EXT-CLI-NOME.                         00003930
             WRITE REL-LINHA FROM WRK-LIN-CLIENTE.                      00003940
             PERFORM 0220-BLOCO-ENDERECO.                               00003950
             PERFORM 0230-APURAR-ABERTURA.                              00003960
             MOVE 'SALDO DE ABERTURA.....' TO WRK-SLD-ROTULO.           00003970
             MOVE WRK-SALDO-ABERTURA TO WRK-SLD-VALOR.                  00003980
             WRITE REL-LINHA FROM WRK-LIN-SALDO.                        00003990
             PERFORM 0240-LISTAR-PEDIDOS-MES.                           00004000
             PERFORM 0250-LISTAR-MOVTOS-MES.                            00004010
             COMPUTE WRK-SALDO-FECHO =                                  00004020
                 WRK-SALDO-ABERTURA + WRK-TOT-NOTAS-MES                 00004030
                 - WRK-TOT-PAGOS-MES.                                   00004040
             MOVE 'SALDO DE FECHAMENTO...' TO WRK-SLD-ROTULO.           00004050
             MOVE WRK-SALDO-FECHO TO WRK-SLD-VALOR.                     00004060
             WRITE REL-LINHA FROM WRK-LIN-SALDO.                        00004070
             ADD WRK-SALDO-FECHO TO WRK-GER-VLR-FECHO.                  00004080
             PERFORM 0260-APURAR-CREDITO.                               00004090
             IF WRK-SALDO-CREDITO > ZEROS                               00004100
                 MOVE 'CREDITO EM CONTA......' TO WRK-SLD-ROTULO        00004110
                 MOVE WRK-SALDO-CREDITO TO WRK-SLD-VALOR                00004120
                 WRITE REL-LINHA FROM WRK-LIN-SALDO                     00004130
                 COMPUTE WRK-SALDO-LIQUIDO =                            00004140
                     WRK-SALDO-FECHO - WRK-SALDO-CREDITO                00004150
                 MOVE 'SALDO LIQUIDO.........' TO WRK-SLD-ROTULO        00004160
                 MOVE WRK-SALDO-LIQUIDO TO WRK-SLD-VALOR                00004170
                 WRITE REL-LINHA FROM WRK-LIN-SALDO                     00004180
                 ADD 1 TO WRK-GER-QTD-CREDITO                           00004190
                 ADD WRK-SALDO-CREDITO TO WRK-GER-VLR-CREDITO           00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0220-BLOCO-ENDERECO                SECTION.                      00004230
      *    IMPRIME O BLOCO DE ENDERECAMENTO A PARTIR DO                 00004240
      *    ENDERECO-MASTER - CLIENTE SEM ENDERECO SAI COM A             00004250
      *    OBSERVACAO PADRAO                                            00004260
      *---------------------------------------------------              00004270
             MOVE CLI-ID TO END-CLI-ID.                                 00004280
             SET WRK-END-AUSENTE TO TRUE.                               00004290
             READ ENDERECO-MASTER                                       00004300
                 INVALID KEY                                            00004310
                     CONTINUE                                           00004320
                 NOT INVALID KEY                                        00004330
                     SET WRK-END-ACHADO TO TRUE                         00004340
             END-READ.                                                  00004350
             IF WRK-END-AUSENTE                                         00004360
                 WRITE REL-LINHA FROM WRK-LIN-SEM-ENDERECO              00004370
             ELSE                                                       00004380
                 MOVE END-RUA    TO WRK-EXT-RUA                         00004390
                 MOVE END-NUMERO TO WRK-EXT-NUMERO                      00004400
                 MOVE END-BAIRRO TO WRK-EXT-BAIRRO                      00004410
                 WRITE REL-LINHA FROM WRK-LIN-ENDERECO1                 00004420
                 MOVE END-CEP    TO WRK-EXT-CEP                         00004430
                 MOVE END-CIDADE TO WRK-EXT-CIDADE                      00004440
                 MOVE END-UF     TO WRK-EXT-UF                          00004450
                 WRITE REL-LINHA FROM WRK-LIN-ENDERECO2                 00004460
             END-IF.                                                    00004470
      *---------------------------------------------------              00004480
       0230-APURAR-ABERTURA               SECTION.                      00004490
      *    APURA O SALDO DE ABERTURA DO CLIENTE: NOTAS EMITIDAS         00004500
      *    ANTES DO MES MENOS PAGAMENTOS DATADOS ANTES DO MES E         00004510
      *    PARCIAIS DE TITULOS AINDA EM ABERTO (SEM DATA PROPRIA)       00004520
      *---------------------------------------------------              00004530
             MOVE ZEROS TO REC-CHAVE.                                   00004540
             START CONTASREC KEY NOT LESS REC-CHAVE                     00004550
                 INVALID KEY                                            00004560
                     CONTINUE                                           00004570
             END-START.                                                 00004580
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00004590
                 PERFORM 0235-APURAR-UM-TITULO                          00004600
                     UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS             00004610
             END-IF.                                                    00004620
             MOVE ZEROS TO WRK-FS-CONTASREC.                            00004630
      *---------------------------------------------------              00004640
       0235-APURAR-UM-TITULO              SECTION.                      00004650
             READ CONTASREC NEXT RECORD.                                00004660
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00004670
                AND REC-CLI-ID EQUAL CLI-ID                             00004680
                 MOVE REC-DATA-EMISSAO (1:6) TO WRK-MES-TITULO          00004690
                 IF WRK-MES-TITULO < WRK-MES-EXTRATO                    00004700
                     ADD REC-VALOR TO WRK-SALDO-ABERTURA                00004710
                 END-IF                                                 00004720
                 IF REC-SIT-PAGO                                        00004730
                     IF REC-DATA-PAGAMENTO (1:6) < WRK-MES-EXTRATO      00004740
                         SUBTRACT REC-VALOR-PAGO                        00004750
                             FROM WRK-SALDO-ABERTURA                    00004760
                     END-IF                                             00004770
                 ELSE                                                   00004780
                     SUBTRACT REC-VALOR-PAGO                            00004790
                         FROM WRK-SALDO-ABERTURA                        00004800
                 END-IF                                                 00004810
             END-IF.                                                    00004820
      *---------------------------------------------------              00004830
       0240-LISTAR-PEDIDOS-MES            SECTION.                      00004840
      *    LISTA OS PEDIDOS DO MES DO CLIENTE A PARTIR DA TABELA        00004850
      *    EM MEMORIA (INFORMATIVO - O LANCAMENTO FINANCEIRO E O        00004860
      *    DA NOTA)                                                     00004870
      *---------------------------------------------------              00004880
             MOVE ZERO TO WRK-IDX.                                      00004890
             PERFORM 0245-LISTAR-UM-PEDIDO                              00004900
                 UNTIL WRK-IDX >= WRK-QTD-PEDIDOS.                      00004910
      *---------------------------------------------------              00004920
       0245-LISTAR-UM-PEDIDO              SECTION.                      00004930
             ADD 1 TO WRK-IDX.                                          00004940
             IF WRK-PDT-CLI-ID (WRK-IDX) EQUAL CLI-ID                   00004950
                 MOVE WRK-PDT-DATA (WRK-IDX)   TO WRK-MOV-DATA          00004960
                 EVALUATE WRK-PDT-STATUS (WRK-IDX)                      00004970
                     WHEN 'F'                                           00004980
                         MOVE 'PEDIDO FAT. ' TO WRK-MOV-TIPO            00004990
                     WHEN 'B'                                           00005000
                         MOVE 'PEDIDO BACKO' TO WRK-MOV-TIPO            00005010
                     WHEN OTHER                                         00005020
                         MOVE 'PEDIDO ABERT' TO WRK-MOV-TIPO            00005030
                 END-EVALUATE                                           00005040
                 MOVE WRK-PDT-NUMERO (WRK-IDX) TO WRK-MOV-REFER         00005050
                 MOVE SPACES                   TO WRK-MOV-PARCELA       00005060
                 MOVE WRK-PDT-VALOR (WRK-IDX)  TO WRK-MOV-VALOR         00005070
                 WRITE REL-LINHA FROM WRK-LIN-MOVTO                     00005080
             END-IF.                                                    00005090
      *---------------------------------------------------              00005100
       0250-LISTAR-MOVTOS-MES             SECTION.                      00005110
      *    RELE O CONTAS A RECEBER DO INICIO E LISTA AS NOTAS           00005120
      *    EMITIDAS E OS PAGAMENTOS DO MES DO CLIENTE CORRENTE          00005130
      *---------------------------------------------------              00005140
             MOVE ZEROS TO REC-CHAVE.                                   00005150
             START CONTASREC KEY NOT LESS REC-CHAVE                     00005160
                 INVALID KEY                                            00005170
                     CONTINUE                                           00005180
             END-START.                                                 00005190
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00005200
                 PERFORM 0255-LISTAR-UM-TITULO                          00005210
                     UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS             00005220
             END-IF.                                                    00005230
             MOVE ZEROS TO WRK-FS-CONTASREC.                            00005240
      *---------------------------------------------------              00005250
       0255-LISTAR-UM-TITULO              SECTION.                      00005260
             READ CONTASREC NEXT RECORD.                                00005270
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00005280
                AND REC-CLI-ID EQUAL CLI-ID                             00005290
                 IF REC-DATA-EMISSAO (1:6) EQUAL WRK-MES-EXTRATO        00005300
                     MOVE REC-DATA-EMISSAO TO WRK-MOV-DATA              00005310
                     MOVE 'NOTA FISCAL ' TO WRK-MOV-TIPO                00005320
                     MOVE REC-NUM-NOTA   TO WRK-MOV-REFER               00005330
                     MOVE '/'            TO WRK-MOV-BARRA               00005340
                     MOVE REC-PARCELA    TO WRK-MOV-PARC                00005350
                     MOVE REC-VALOR      TO WRK-MOV-VALOR               00005360
                     WRITE REL-LINHA FROM WRK-LIN-MOVTO                 00005370
                     ADD REC-VALOR TO WRK-TOT-NOTAS-MES                 00005380
                     ADD REC-VALOR TO WRK-GER-VLR-NOTAS                 00005390
                     IF REC-PARCELA NOT > 01                            00005400
                         ADD 1 TO WRK-GER-QTD-NOTAS                     00005410
                     END-IF                                             00005420
                 END-IF                                                 00005430
                 IF REC-SIT-PAGO                                        00005440
                    AND REC-DATA-PAGAMENTO (1:6)                        00005450
                        EQUAL WRK-MES-EXTRATO                           00005460
                     MOVE REC-DATA-PAGAMENTO TO WRK-MOV-DATA            00005470
                     MOVE 'PAGAMENTO   ' TO WRK-MOV-TIPO                00005480
                     MOVE REC-NUM-NOTA   TO WRK-MOV-REFER               00005490
                     MOVE '/'            TO WRK-MOV-BARRA               00005500
                     MOVE REC-PARCELA    TO WRK-MOV-PARC                00005510
                     COMPUTE WRK-MOV-VALOR = 0 - REC-VALOR-PAGO         00005520
                     WRITE REL-LINHA FROM WRK-LIN-MOVTO                 00005530
                     ADD REC-VALOR-PAGO TO WRK-TOT-PAGOS-MES            00005540
                     ADD REC-VALOR-PAGO TO WRK-GER-VLR-PAGOS            00005550
                     ADD 1 TO WRK-GER-QTD-PAGOS                         00005560
                 END-IF                                                 00005570
             END-IF.                                                    00005580
      *---------------------------------------------------              00005590
       0260-APURAR-CREDITO                SECTION.                      00005600
      *    SOMA O SALDO DOS CREDITOS EM ABERTO DO CLIENTE, LIDOS        00005610
      *    COM START NO PRIMEIRO CREDITO DO CLIENTE                     00005620
      *---------------------------------------------------              00005630
             MOVE ZEROS TO WRK-SALDO-CREDITO.                           00005640
             IF WRK-FS-CREDITO EQUAL '35'                               00005650
                 GO TO 0260-99-FIM                                      00005660
             END-IF.                                                    00005670
             MOVE CLI-ID TO CRD-CLI-ID.                                 00005680
             MOVE ZEROS  TO CRD-DATA.                                   00005690
             MOVE ZEROS  TO CRD-SEQUENCIA.                              00005700
             START CREDITO-CLIENTE KEY NOT LESS CRD-CHAVE               00005710
                 INVALID KEY                                            00005720
                     CONTINUE                                           00005730
             END-START.                                                 00005740
             IF WRK-FS-CREDITO EQUAL ZEROS                              00005750
                 PERFORM 0265-SOMAR-UM-CREDITO                          00005760
                     UNTIL WRK-FS-CREDITO NOT EQUAL ZEROS               00005770
             END-IF.                                                    00005780
             MOVE ZEROS TO WRK-FS-CREDITO.                              00005790
      *---------------------------------------------------              00005800
       0260-99-FIM.            EXIT.                                    00005810
      *---------------------------------------------------              00005820
       0265-SOMAR-UM-CREDITO              SECTION.                      00005830
             READ CREDITO-CLIENTE NEXT RECORD.                          00005840
             IF WRK-FS-CREDITO EQUAL ZEROS                              00005850
                 IF CRD-CLI-ID EQUAL CLI-ID                             00005860
                     IF CRD-SIT-ABERTO                                  00005870
                         ADD CRD-SALDO TO WRK-SALDO-CREDITO             00005880
                     END-IF                                             00005890
                 ELSE                                                   00005900
                     MOVE '10' TO WRK-FS-CREDITO                        00005910
                 END-IF                                                 00005920
             END-IF.                                                    00005930
      *---------------------------------------------------              00005940
       0300-FINALIZAR                     SECTION.                      00005950
             PERFORM 0320-PAGINA-RESUMO.                                00005960
             MOVE WRK-CONT-CLIENTES                                     00005970
                 TO WRK-STT-REGISTROS.                                  00005980
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005990
             CLOSE CLIENTE-MASTER.                                      00006000
             CLOSE ENDERECO-MASTER.                                     00006010
             CLOSE CONTASREC.                                           00006020
             IF WRK-FS-CREDITO NOT EQUAL '35'                           00006030
                 CLOSE CREDITO-CLIENTE                                  00006040
             END-IF.                                                    00006050
             CLOSE RELEXTR.                                             00006060
             DISPLAY '------------------'.                              00006070
             DISPLAY '  CLIENTES LIDOS....: ' WRK-CONT-CLIENTES.        00006080
             DISPLAY '  EXTRATOS EMITIDOS.: ' WRK-CONT-EXTRATOS.        00006090
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006100
             PERFORM 9000-TRATA-ERROS.                                  00006110
      *---------------------------------------------------              00006120
       0320-PAGINA-RESUMO                 SECTION.                      00006130
      *    PAGINA DE TOTAIS GERAIS DO MES PARA CONCILIACAO COM O        00006140
      *    REGISTRO DE CONTROLE DO FATURAMENTO (FR05CB26)               00006150
      *---------------------------------------------------              00006160
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006170
             MOVE 'RESUMO DO MES - NOTAS.....'                          00006180
                 TO WRK-RES-ROTULO.                                     00006190
             MOVE WRK-GER-QTD-NOTAS TO WRK-RES-QTD.                     00006200
             MOVE WRK-GER-VLR-NOTAS TO WRK-RES-VALOR.                   00006210
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00006220
             MOVE 'RESUMO DO MES - PAGAMENTOS'                          00006230
                 TO WRK-RES-ROTULO.                                     00006240
             MOVE WRK-GER-QTD-PAGOS TO WRK-RES-QTD.                     00006250
             MOVE WRK-GER-VLR-PAGOS TO WRK-RES-VALOR.                   00006260
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00006270
             MOVE 'SALDO FINAL DOS CLIENTES..'                          00006280
                 TO WRK-RES-ROTULO.                                     00006290
             MOVE WRK-CONT-EXTRATOS TO WRK-RES-QTD.                     00006300
             MOVE WRK-GER-VLR-FECHO TO WRK-RES-VALOR.                   00006310
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00006320
             MOVE 'CREDITO EM CONTA..........'                          00006330
                 TO WRK-RES-ROTULO.                                     00006340
             MOVE WRK-GER-QTD-CREDITO TO WRK-RES-QTD.                   00006350
             MOVE WRK-GER-VLR-CREDITO TO WRK-RES-VALOR.                 00006360
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00006370
             WRITE REL-LINHA FROM WRK-SEPARA.                           00006380
      *---------------------------------------------------              00006390
       9000-TRATA-ERROS                   SECTION.                      00006400
      *---------------------------------------------------              00006410
             PERFORM 9050-GRAVAR-ERRLOG.                                00006420
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006430
             STOP RUN.                                                  00006440
      *--------------------------------------------------------------   00006450
       9000-99-FIM.            EXIT.                                    00006460
      *--------------------------------------------------------------   00006470
