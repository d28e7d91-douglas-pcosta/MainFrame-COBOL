      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB06.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: CONCILIACAO BANCARIA DOS RECEBIMENTOS.            00000120
      *               LE O EXTRATO DIARIO DA CONTA DE COBRANCA          00000130
      *               (CPEXB01, HEADER/DETALHE/TRAILER COMO O           00000140
      *               RETORNO) E OS RECEBIMENTOS LANCADOS NO            00000150
      *               CONTAS A RECEBER PELO INTAKE (FR05CB52) E         00000160
      *               PELO RETORNO (FR05CB56) NO ARQUIVO CPRCB01,       00000170
      *               E CASA CADA CREDITO DO BANCO COM UM               00000180
      *               RECEBIMENTO DE MESMO VALOR E MESMA NOTA (E        00000190
      *               MESMA PARCELA QUANDO O BANCO INFORMA). OS         00000200
      *               ITENS FICAM NO MASTER DA CONCILIACAO              00000210
      *               (CPCNB01): O QUE NAO CASA FICA PENDENTE E         00000220
      *               VOLTA NAS EXECUCOES SEGUINTES, OS MAIS            00000230
      *               ANTIGOS PRIMEIRO, ATE SER CONCILIADO. O           00000240
      *               RELATORIO LISTA OS CONCILIADOS, OS                00000250
      *               RECEBIMENTOS SEM CREDITO NO BANCO E OS            00000260
      *               CREDITOS DO BANCO SEM RECEBIMENTO. EXTRATO        00000270
      *               SEM TRAILER OU COM CONTAGEM/TOTAL QUE NAO         00000280
      *               CONFERE ENCERRA COM RC=12 SEM GRAVAR NADA         00000290
      *-------------------------------------------------------*         00000300
      *     HISTORICO DE ALTERACOES                                     00000310
      *     DATA        AUTOR   DESCRICAO                               00000320
      *     ----------  ------  --------------------------------        00000330
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000340
      *=======================================================*         00000350
                                                                        00000360
      *=======================================================*         00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=======================================================*         00000390
       INPUT-OUTPUT                              SECTION.               00000400
       FILE-CONTROL.                                                    00000410
             SELECT EXTRATO  ASSIGN TO ARQEXB                           00000420
                FILE STATUS  IS WRK-FS-EXTRATO.                         00000430
                                                                        00000440
             SELECT RECEBIMENTOS ASSIGN TO ARQRCB                       00000450
                FILE STATUS  IS WRK-FS-RECEBIDOS.                       00000460
                                                                        00000470
             SELECT CONCILIACAO ASSIGN TO ARQCNB                        00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS DYNAMIC                                 00000500
                RECORD KEY   IS CNB-CHAVE                               00000510
                FILE STATUS  IS WRK-FS-CONCILIA.                        00000520
                                                                        00000530
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS CAL-DATA                                00000570
                FILE STATUS  IS WRK-FS-CALEND.                          00000580
                                                                        00000590
             SELECT RELCONC  ASSIGN TO ARQRPT                           00000600
                FILE STATUS  IS WRK-FS-RELCONC.                         00000610
                                                                        00000620
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000630
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000640
                                                                        00000650
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000660
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000670
                                                                        00000680
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000690
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000700
      *=======================================================*         00000710
       DATA                                      DIVISION.              00000720
      *=======================================================*         00000730
       FILE                                      SECTION.               00000740
       FD EXTRATO                                                       00000750
           RECORDING MODE IS F                                          00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
           COPY CPEXB01.                                                00000780
                                                                        00000790
       FD RECEBIMENTOS                                                  00000800
           RECORDING MODE IS F                                          00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
           COPY CPRCB01.                                                00000830
                                                                        00000840
       FD CONCILIACAO.                                                  00000850
           COPY CPCNB01.                                                00000860
                                                                        00000870
       FD CALENDARIO.                                                   00000880
           COPY CPCAL01.                                                00000890
                                                                        00000900
       FD RELCONC                                                       00000910
           RECORDING MODE IS F                                          00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
       01 REL-LINHA                    PIC X(132).                      00000940
                                                                        00000950
       FD CONTROLE                                                      00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
           COPY CPCTRL01.                                               00000990
                                                                        00001000
       FD ERRLOG.                                                       00001010
           COPY CPERRL01.                                               00001020
                                                                        00001030
       FD ESTATIS                                                       00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
           COPY CPSTA01.                                                00001070
      *---------------------------------------------------              00001080
       WORKING-STORAGE                           SECTION.               00001090
      *---------------------------------------------------              00001100
       77 WRK-FS-EXTRATO      PIC X(02) VALUE SPACES.                   00001110
       77 WRK-FS-RECEBIDOS    PIC X(02) VALUE SPACES.                   00001120
       77 WRK-FS-CONCILIA     PIC X(02) VALUE SPACES.                   00001130
       77 WRK-FS-RELCONC      PIC X(02) VALUE SPACES.                   00001140
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001150
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001160
       77 WRK-CONT-DETALHES   PIC 9(09) COMP VALUE ZERO.                00001170
       77 WRK-CONT-CRED-BANCO PIC 9(09) COMP VALUE ZERO.                00001180
       77 WRK-CONT-DEBITOS    PIC 9(09) COMP VALUE ZERO.                00001190
       77 WRK-CONT-INVALIDOS  PIC 9(09) COMP VALUE ZERO.                00001200
       77 WRK-CONT-JA-LIDOS   PIC 9(09) COMP VALUE ZERO.                00001210
       77 WRK-CONT-RECEBIDOS  PIC 9(09) COMP VALUE ZERO.                00001220
       77 WRK-CONT-PENDENTES  PIC 9(09) COMP VALUE ZERO.                00001230
       77 WRK-CONT-CONCILIADOS PIC 9(09) COMP VALUE ZERO.               00001240
       77 WRK-CONT-PEND-RCB   PIC 9(09) COMP VALUE ZERO.                00001250
       77 WRK-CONT-PEND-BCO   PIC 9(09) COMP VALUE ZERO.                00001260
       77 WRK-TOT-CREDITOS    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001270
       77 WRK-TOT-CONCILIADO  PIC 9(13)V99 COMP-3 VALUE ZERO.           00001280
       77 WRK-TOT-PEND-RCB    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001290
       77 WRK-TOT-PEND-BCO    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001300
       77 WRK-QTD-TRAILER     PIC 9(09) VALUE ZERO.                     00001310
       77 WRK-TOT-TRAILER     PIC 9(13)V99 VALUE ZERO.                  00001320
       77 WRK-DATA-EXTRATO    PIC 9(08) VALUE ZERO.                     00001330
       77 WRK-SEQ-EXTRATO     PIC 9(07) VALUE ZERO.                     00001340
       77 WRK-SEQ-RECEBIDO    PIC 9(07) VALUE ZERO.                     00001350
       01 WRK-SW-HEADER.                                                00001360
          05 WRK-SW-HEADER-IND       PIC X(01) VALUE 'N'.               00001370
             88 WRK-HEADER-VISTO           VALUE 'S'.                   00001380
             88 WRK-HEADER-AUSENTE         VALUE 'N'.                   00001390
       01 WRK-SW-TRAILER.                                               00001400
          05 WRK-SW-TRAILER-IND      PIC X(01) VALUE 'N'.               00001410
             88 WRK-TRAILER-VISTO          VALUE 'S'.                   00001420
             88 WRK-TRAILER-AUSENTE        VALUE 'N'.                   00001430
       01 WRK-SW-ITEM.                                                  00001440
          05 WRK-SW-ITEM-IND         PIC X(01) VALUE 'N'.               00001450
             88 WRK-ITEM-NOVO              VALUE 'S'.                   00001460
             88 WRK-ITEM-PENDENTE          VALUE 'N'.                   00001470
      *---------------------------------------------------              00001480
      *    CREDITOS DO BANCO - PENDENTES DE EXECUCOES                   00001490
      *    ANTERIORES SEGUIDOS DOS CREDITOS DO EXTRATO DO DIA           00001500
      *---------------------------------------------------              00001510
       77 WRK-MAX-BANCO       PIC 9(05) COMP VALUE 5000.                00001520
       77 WRK-QTD-BANCO       PIC 9(05) COMP VALUE ZERO.                00001530
       77 WRK-IDB             PIC 9(05) COMP VALUE ZERO.                00001540
       01 WRK-TABELA-BANCO.                                             00001550
          05 WRK-ENT-BANCO OCCURS 5000 TIMES.                           00001560
             10 WRK-BCO-CHAVE.                                          00001570
                15 WRK-BCO-TIPO       PIC X(01).                        00001580
                15 WRK-BCO-DATA       PIC 9(08).                        00001590
                15 WRK-BCO-SEQUENCIA  PIC 9(07).                        00001600
             10 WRK-BCO-NUM-NOTA      PIC 9(05).                        00001610
             10 WRK-BCO-PARCELA       PIC 9(02).                        00001620
             10 WRK-BCO-VALOR         PIC 9(09)V99 COMP-3.              00001630
             10 WRK-BCO-HISTORICO     PIC X(20).                        00001640
             10 WRK-BCO-NOVO          PIC X(01).                        00001650
             10 WRK-BCO-PAR           PIC 9(05) COMP.                   00001660
      *---------------------------------------------------              00001670
      *    RECEBIMENTOS LANCADOS - PENDENTES DE EXECUCOES               00001680
      *    ANTERIORES SEGUIDOS DOS AINDA NAO CARREGADOS                 00001690
      *---------------------------------------------------              00001700
       77 WRK-MAX-RECEB       PIC 9(05) COMP VALUE 5000.                00001710
       77 WRK-QTD-RECEB       PIC 9(05) COMP VALUE ZERO.                00001720
       77 WRK-IDR             PIC 9(05) COMP VALUE ZERO.                00001730
       77 WRK-IDR-ACHADO      PIC 9(05) COMP VALUE ZERO.                00001740
       01 WRK-TABELA-RECEB.                                             00001750
          05 WRK-ENT-RECEB OCCURS 5000 TIMES.                           00001760
             10 WRK-RCB-CHAVE.                                          00001770
                15 WRK-RCB-TIPO       PIC X(01).                        00001780
                15 WRK-RCB-DATA       PIC 9(08).                        00001790
                15 WRK-RCB-SEQUENCIA  PIC 9(07).                        00001800
             10 WRK-RCB-NUM-NOTA      PIC 9(05).                        00001810
             10 WRK-RCB-PARCELA       PIC 9(02).                        00001820
             10 WRK-RCB-CLI-ID        PIC 9(05).                        00001830
             10 WRK-RCB-VALOR         PIC 9(09)V99 COMP-3.              00001840
             10 WRK-RCB-ORIGEM        PIC X(01).                        00001850
             10 WRK-RCB-NOVO          PIC X(01).                        00001860
             10 WRK-RCB-PAR           PIC 9(05) COMP.                   00001870
      *---------------------------------------------------              00001880
      *    LINHAS DO RELATORIO DA CONCILIACAO                           00001890
      *---------------------------------------------------              00001900
       01 WRK-CABEC1.                                                   00001910
          05 FILLER               PIC X(40) VALUE                       00001920
             'CONCILIACAO BANCARIA DOS RECEBIMENTOS'.                   00001930
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001940
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001950
          05 FILLER               PIC X(04) VALUE SPACES.               00001960
          05 FILLER               PIC X(10) VALUE 'EXTRATO: '.          00001970
          05 WRK-CAB-DATA-EXTRATO PIC 9(08).                            00001980
                                                                        00001990
       01 WRK-CABEC-SECAO.                                              00002000
          05 FILLER               PIC X(02) VALUE '* '.                 00002010
          05 WRK-SEC-TITULO       PIC X(50).                            00002020
                                                                        00002030
       01 WRK-CABEC2.                                                   00002040
          05 FILLER PIC X(10) VALUE 'DATA'.                             00002050
          05 FILLER PIC X(10) VALUE 'NOTA/PARC'.                        00002060
          05 FILLER PIC X(07) VALUE 'CLIENTE'.                          00002070
          05 FILLER PIC X(15) VALUE '        VALOR'.                    00002080
          05 FILLER PIC X(03) VALUE 'OR'.                               00002090
          05 FILLER PIC X(10) VALUE 'DT.RECEB'.                         00002100
          05 FILLER PIC X(22) VALUE 'HISTORICO DO BANCO'.               00002110
          05 FILLER PIC X(20) VALUE 'SITUACAO'.                         00002120
                                                                        00002130
       01 WRK-DETALHE.                                                  00002140
          05 WRK-DET-DATA         PIC 9(08).                            00002150
          05 FILLER               PIC X(02) VALUE SPACES.               00002160
          05 WRK-DET-NOTA         PIC 9(05).                            00002170
          05 FILLER               PIC X(01) VALUE '/'.                  00002180
          05 WRK-DET-PARCELA      PIC 9(02).                            00002190
          05 FILLER               PIC X(02) VALUE SPACES.               00002200
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002210
          05 FILLER               PIC X(02) VALUE SPACES.               00002220
          05 WRK-DET-VALOR        PIC Z(9)9.99.                         00002230
          05 FILLER               PIC X(02) VALUE SPACES.               00002240
          05 WRK-DET-ORIGEM       PIC X(01).                            00002250
          05 FILLER               PIC X(02) VALUE SPACES.               00002260
          05 WRK-DET-DATA-RECEB   PIC 9(08).                            00002270
          05 FILLER               PIC X(02) VALUE SPACES.               00002280
          05 WRK-DET-HISTORICO    PIC X(20).                            00002290
          05 FILLER               PIC X(02) VALUE SPACES.               00002300
          05 WRK-DET-SITUACAO     PIC X(20).                            00002310
                                                                        00002320
       01 WRK-LIN-TOTAL.                                                00002330
          05 FILLER               PIC X(02) VALUE SPACES.               00002340
          05 WRK-TOT-ROTULO       PIC X(30).                            00002350
          05 WRK-TOT-QTD          PIC Z(8)9.                            00002360
          05 FILLER               PIC X(02) VALUE SPACES.               00002370
          05 WRK-TOT-VALOR        PIC Z(11)9.99.                        00002380
       COPY CPCAB01.                                                    00002390
       COPY CPERR01.                                                    00002400
       COPY CPDTA01.                                                    00002410
       COPY CPSTT01.                                                    00002420
      *=========================================*                       00002430
       PROCEDURE DIVISION.                                              00002440
      *=========================================*                       00002450
                                                                        00002460
      *---------------------------------------------------              00002470
       0000-PRINCIPAL                     SECTION.                      00002480
      *---------------------------------------------------              00002490
             PERFORM 0100-INICIAR.                                      00002500
             PERFORM 0200-CARREGAR-PENDENTES                            00002510
                 UNTIL WRK-FS-CONCILIA NOT EQUAL ZEROS.                 00002520
             MOVE ZEROS TO WRK-FS-CONCILIA.                             00002530
             IF WRK-FS-EXTRATO EQUAL ZEROS                              00002540
                 PERFORM 0210-CARREGAR-EXTRATO                          00002550
                     UNTIL WRK-FS-EXTRATO NOT EQUAL ZEROS               00002560
                 PERFORM 0215-CONFERIR-TRAILER                          00002570
             END-IF.                                                    00002580
             IF WRK-FS-RECEBIDOS EQUAL ZEROS                            00002590
                 PERFORM 0220-CARREGAR-RECEBIMENTOS                     00002600
                     UNTIL WRK-FS-RECEBIDOS NOT EQUAL ZEROS             00002610
             END-IF.                                                    00002620
             MOVE ZERO TO WRK-IDB.                                      00002630
             PERFORM 0230-CONCILIAR-UM-CREDITO                          00002640
                 UNTIL WRK-IDB >= WRK-QTD-BANCO.                        00002650
             MOVE ZERO TO WRK-IDB.                                      00002660
             PERFORM 0240-GRAVAR-UM-CREDITO                             00002670
                 UNTIL WRK-IDB >= WRK-QTD-BANCO.                        00002680
             MOVE ZERO TO WRK-IDR.                                      00002690
             PERFORM 0245-GRAVAR-UM-RECEBIMENTO                         00002700
                 UNTIL WRK-IDR >= WRK-QTD-RECEB.                        00002710
             PERFORM 0250-LISTAR-CONCILIADOS.                           00002720
             PERFORM 0260-LISTAR-RECEB-PENDENTES.                       00002730
             PERFORM 0270-LISTAR-BANCO-PENDENTES.                       00002740
             PERFORM 0300-FINALIZAR.                                    00002750
      *---------------------------------------------------              00002760
       0000-99-FIM.            EXIT.                                    00002770
      *---------------------------------------------------              00002780
                                                                        00002790
       0100-INICIAR                       SECTION.                      00002800
             MOVE 'FR06CB06' TO WRK-CAB-PROGRAMA.                       00002810
             PERFORM 0101-CABECALHO-PADRAO.                             00002820
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002830
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002840
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002850
             OPEN INPUT EXTRATO.                                        00002860
             IF WRK-FS-EXTRATO EQUAL '35'                               00002870
                 DISPLAY ' AVISO: EXTRATO BANCARIO AUSENTE - '          00002880
                         'CONCILIADOS SO OS PENDENTES'                  00002890
             END-IF.                                                    00002900
             OPEN INPUT RECEBIMENTOS.                                   00002910
             IF WRK-FS-RECEBIDOS EQUAL '35'                             00002920
                 DISPLAY ' AVISO: ARQUIVO DE RECEBIMENTOS AUSENTE - '   00002930
                         'NENHUM RECEBIMENTO NOVO'                      00002940
             END-IF.                                                    00002950
             PERFORM 0105-ABRIR-CONCILIACAO.                            00002960
             OPEN OUTPUT RELCONC.                                       00002970
             OPEN OUTPUT CONTROLE.                                      00002980
             PERFORM 0110-TESTAR-STATUS.                                00002990
      *---------------------------------------------------              00003000
       0100-99-FIM.            EXIT.                                    00003010
      *---------------------------------------------------              00003020
           COPY CPCAB02.                                                00003030
           COPY CPERR02.                                                00003040
           COPY CPDTA02.                                                00003050
           COPY CPSTT02.                                                00003060
      *---------------------------------------------------              00003070
       0105-ABRIR-CONCILIACAO             SECTION.                      00003080
      *    ABRE O MASTER DA CONCILIACAO (CPCNB01) EM I-O,               00003090
      *    CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA         00003100
      *    (FILE STATUS 35)                                             00003110
      *---------------------------------------------------              00003120
             OPEN I-O CONCILIACAO.                                      00003130
             IF WRK-FS-CONCILIA EQUAL '35'                              00003140
                 OPEN OUTPUT CONCILIACAO                                00003150
                 CLOSE CONCILIACAO                                      00003160
                 OPEN I-O CONCILIACAO                                   00003170
             END-IF.                                                    00003180
      *---------------------------------------------------              00003190
       0110-TESTAR-STATUS                 SECTION.                      00003200
             IF WRK-FS-EXTRATO NOT EQUAL ZEROS                          00003210
                AND WRK-FS-EXTRATO NOT EQUAL '35'                       00003220
                 MOVE ' ERRO OPEN EXTRATO ' TO WRK-MSG                  00003230
                 PERFORM 9000-TRATA-ERROS                               00003240
             END-IF.                                                    00003250
             IF WRK-FS-RECEBIDOS NOT EQUAL ZEROS                        00003260
                AND WRK-FS-RECEBIDOS NOT EQUAL '35'                     00003270
                 MOVE ' ERRO OPEN RECEBIMENTOS ' TO WRK-MSG             00003280
                 PERFORM 9000-TRATA-ERROS                               00003290
             END-IF.                                                    00003300
             IF WRK-FS-CONCILIA NOT EQUAL ZEROS                         00003310
                 MOVE ' ERRO OPEN CONCILIACAO ' TO WRK-MSG              00003320
                 PERFORM 9000-TRATA-ERROS                               00003330
             END-IF.                                                    00003340
             IF WRK-FS-RELCONC NOT EQUAL ZEROS                          00003350
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003360
                 PERFORM 9000-TRATA-ERROS                               00003370
             END-IF.                                                    00003380
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003390
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003400
                 PERFORM 9000-TRATA-ERROS                               00003410
             END-IF.                                                    00003420
      *---------------------------------------------------              00003430
       0200-CARREGAR-PENDENTES            SECTION.                      00003440
      *    PRIMEIRA PASSAGEM, PELO MASTER DA CONCILIACAO: OS            00003450
      *    ITENS PENDENTES DE EXECUCOES ANTERIORES ENTRAM NAS           00003460
      *    TABELAS NA ORDEM DA CHAVE (DO MAIS ANTIGO PARA O MAIS        00003470
      *    NOVO), ANTES DOS ITENS DO DIA                                00003480
      *---------------------------------------------------              00003490
             READ CONCILIACAO NEXT RECORD.                              00003500
             IF WRK-FS-CONCILIA NOT EQUAL ZEROS                         00003510
                 GO TO 0200-99-FIM                                      00003520
             END-IF.                                                    00003530
             IF NOT CNB-SIT-PENDENTE                                    00003540
                 GO TO 0200-99-FIM                                      00003550
             END-IF.                                                    00003560
             ADD 1 TO WRK-CONT-PENDENTES.                               00003570
             SET WRK-ITEM-PENDENTE TO TRUE.                             00003580
             IF CNB-TIPO-BANCO                                          00003590
                 PERFORM 0205-INCLUIR-CREDITO                           00003600
             ELSE                                                       00003610
                 PERFORM 0207-INCLUIR-RECEBIMENTO                       00003620
             END-IF.                                                    00003630
      *---------------------------------------------------              00003640
       0200-99-FIM.            EXIT.                                    00003650
      *---------------------------------------------------              00003660
       0205-INCLUIR-CREDITO               SECTION.                      00003670
      *    INCLUI NA TABELA DO BANCO O ITEM MONTADO EM CPCNB01          00003680
      *---------------------------------------------------              00003690
             IF WRK-QTD-BANCO >= WRK-MAX-BANCO                          00003700
                 MOVE ' ERRO TABELA DE CREDITOS DO BANCO EXCEDIDA '     00003710
                     TO WRK-MSG                                         00003720
                 PERFORM 9000-TRATA-ERROS                               00003730
             END-IF.                                                    00003740
             ADD 1 TO WRK-QTD-BANCO.                                    00003750
             MOVE CNB-CHAVE     TO WRK-BCO-CHAVE     (WRK-QTD-BANCO).   00003760
             MOVE CNB-NUM-NOTA  TO WRK-BCO-NUM-NOTA  (WRK-QTD-BANCO).   00003770
             MOVE CNB-PARCELA   TO WRK-BCO-PARCELA   (WRK-QTD-BANCO).   00003780
             MOVE CNB-VALOR     TO WRK-BCO-VALOR     (WRK-QTD-BANCO).   00003790
             MOVE CNB-HISTORICO TO WRK-BCO-HISTORICO (WRK-QTD-BANCO).   00003800
             MOVE WRK-SW-ITEM-IND TO WRK-BCO-NOVO    (WRK-QTD-BANCO).   00003810
             MOVE ZERO          TO WRK-BCO-PAR       (WRK-QTD-BANCO).   00003820
      *---------------------------------------------------              00003830
       0207-INCLUIR-RECEBIMENTO           SECTION.                      00003840
      *    INCLUI NA TABELA DE RECEBIMENTOS O ITEM MONTADO EM           00003850
      *    CPCNB01                                                      00003860
      *---------------------------------------------------              00003870
             IF WRK-QTD-RECEB >= WRK-MAX-RECEB                          00003880
                 MOVE ' ERRO TABELA DE RECEBIMENTOS EXCEDIDA '          00003890
                     TO WRK-MSG                                         00003900
                 PERFORM 9000-TRATA-ERROS                               00003910
             END-IF.                                                    00003920
             ADD 1 TO WRK-QTD-RECEB.                                    00003930
             MOVE CNB-CHAVE     TO WRK-RCB-CHAVE     (WRK-QTD-RECEB).   00003940
             MOVE CNB-NUM-NOTA  TO WRK-RCB-NUM-NOTA  (WRK-QTD-RECEB).   00003950
             MOVE CNB-PARCELA   TO WRK-RCB-PARCELA   (WRK-QTD-RECEB).   00003960
             MOVE CNB-CLI-ID    TO WRK-RCB-CLI-ID    (WRK-QTD-RECEB).   00003970
             MOVE CNB-VALOR     TO WRK-RCB-VALOR     (WRK-QTD-RECEB).   00003980
             MOVE CNB-ORIGEM    TO WRK-RCB-ORIGEM    (WRK-QTD-RECEB).   00003990
             MOVE WRK-SW-ITEM-IND TO WRK-RCB-NOVO    (WRK-QTD-RECEB).   00004000
             MOVE ZERO          TO WRK-RCB-PAR       (WRK-QTD-RECEB).   00004010
      *---------------------------------------------------              00004020
       0210-CARREGAR-EXTRATO              SECTION.                      00004030
      *    SEGUNDA PASSAGEM, PELO EXTRATO DO BANCO - SO ENTRAM          00004040
      *    NA TABELA; NADA E GRAVADO ANTES DA CONFERENCIA DO            00004050
      *    TRAILER                                                      00004060
      *---------------------------------------------------              00004070
             READ EXTRATO.                                              00004080
             IF WRK-FS-EXTRATO NOT EQUAL ZEROS                          00004090
                 GO TO 0210-99-FIM                                      00004100
             END-IF.                                                    00004110
             EVALUATE TRUE                                              00004120
                 WHEN EXB-REG-HEADER                                    00004130
                     SET WRK-HEADER-VISTO TO TRUE                       00004140
                     IF EXB-DATA-MOVIMENTO NUMERIC                      00004150
                        AND EXB-DATA-MOVIMENTO > ZEROS                  00004160
                         MOVE EXB-DATA-MOVIMENTO TO WRK-DATA-EXTRATO    00004170
                     ELSE                                               00004180
                         MOVE WRK-DATA-NEGOCIO   TO WRK-DATA-EXTRATO    00004190
                     END-IF                                             00004200
                 WHEN EXB-REG-TRAILER                                   00004210
                     SET WRK-TRAILER-VISTO TO TRUE                      00004220
                     IF EXB-QTD-REGISTROS NUMERIC                       00004230
                         MOVE EXB-QTD-REGISTROS TO WRK-QTD-TRAILER      00004240
                     END-IF                                             00004250
                     IF EXB-TOT-CREDITOS NUMERIC                        00004260
                         MOVE EXB-TOT-CREDITOS  TO WRK-TOT-TRAILER      00004270
                     END-IF                                             00004280
                 WHEN EXB-REG-DETALHE                                   00004290
                     ADD 1 TO WRK-CONT-DETALHES                         00004300
                     PERFORM 0212-TRATAR-DETALHE                        00004310
                 WHEN OTHER                                             00004320
                     ADD 1 TO WRK-CONT-INVALIDOS                        00004330
                     DISPLAY ' AVISO: TIPO DE REGISTRO DESCONHECIDO '   00004340
                             'NO EXTRATO: ' EXB-TIPO-REG                00004350
             END-EVALUATE.                                              00004360
      *---------------------------------------------------              00004370
       0210-99-FIM.            EXIT.                                    00004380
      *---------------------------------------------------              00004390
       0212-TRATAR-DETALHE                SECTION.                      00004400
      *    GUARDA O CREDITO DO EXTRATO, CHAVEADO PELA DATA DO           00004410
      *    MOVIMENTO E A ORDEM DO DETALHE - CREDITO JA CARREGADO        00004420
      *    POR EXECUCAO ANTERIOR DO MESMO EXTRATO E IGNORADO.           00004430
      *    DEBITO NAO E CONCILIADO; REFERENCIA AUSENTE FICA COMO        00004440
      *    NOTA 00000                                                   00004450
      *---------------------------------------------------              00004460
             IF WRK-HEADER-AUSENTE                                      00004470
                 MOVE 12 TO RETURN-CODE                                 00004480
                 MOVE ' ERRO EXTRATO SEM HEADER ' TO WRK-MSG            00004490
                 PERFORM 9000-TRATA-ERROS                               00004500
             END-IF.                                                    00004510
             ADD 1 TO WRK-SEQ-EXTRATO.                                  00004520
             IF EXB-VALOR NOT NUMERIC                                   00004530
                 ADD 1 TO WRK-CONT-INVALIDOS                            00004540
                 DISPLAY ' AVISO: DETALHE ' WRK-SEQ-EXTRATO             00004550
                         ' DO EXTRATO COM VALOR INVALIDO'               00004560
                 GO TO 0212-99-FIM                                      00004570
             END-IF.                                                    00004580
             IF NOT EXB-NAT-CREDITO                                     00004590
                 ADD 1 TO WRK-CONT-DEBITOS                              00004600
                 GO TO 0212-99-FIM                                      00004610
             END-IF.                                                    00004620
             ADD EXB-VALOR TO WRK-TOT-CREDITOS.                         00004630
             MOVE SPACES           TO CPCNB01-REGISTRO.                 00004640
             SET CNB-TIPO-BANCO    TO TRUE.                             00004650
             MOVE WRK-DATA-EXTRATO TO CNB-DATA.                         00004660
             MOVE WRK-SEQ-EXTRATO  TO CNB-SEQUENCIA.                    00004670
             READ CONCILIACAO                                           00004680
                 INVALID KEY                                            00004690
                     CONTINUE                                           00004700
                 NOT INVALID KEY                                        00004710
                     ADD 1 TO WRK-CONT-JA-LIDOS                         00004720
                     GO TO 0212-99-FIM                                  00004730
             END-READ.                                                  00004740
             ADD 1 TO WRK-CONT-CRED-BANCO.                              00004750
             MOVE SPACES           TO CPCNB01-REGISTRO.                 00004760
             SET CNB-TIPO-BANCO    TO TRUE.                             00004770
             MOVE WRK-DATA-EXTRATO TO CNB-DATA.                         00004780
             MOVE WRK-SEQ-EXTRATO  TO CNB-SEQUENCIA.                    00004790
             IF EXB-REF-NOTA NUMERIC                                    00004800
                 MOVE EXB-REF-NOTA    TO CNB-NUM-NOTA                   00004810
             ELSE                                                       00004820
                 MOVE ZEROS           TO CNB-NUM-NOTA                   00004830
             END-IF.                                                    00004840
             IF EXB-REF-PARCELA NUMERIC                                 00004850
                 MOVE EXB-REF-PARCELA TO CNB-PARCELA                    00004860
             ELSE                                                       00004870
                 MOVE ZEROS           TO CNB-PARCELA                    00004880
             END-IF.                                                    00004890
             MOVE ZEROS            TO CNB-CLI-ID.                       00004900
             MOVE EXB-VALOR        TO CNB-VALOR.                        00004910
             MOVE EXB-HISTORICO    TO CNB-HISTORICO.                    00004920
             SET WRK-ITEM-NOVO     TO TRUE.                             00004930
             PERFORM 0205-INCLUIR-CREDITO.                              00004940
      *---------------------------------------------------              00004950
       0212-99-FIM.            EXIT.                                    00004960
      *---------------------------------------------------              00004970
       0215-CONFERIR-TRAILER              SECTION.                      00004980
      *    CONFERE A CONTAGEM DE DETALHES E O TOTAL DOS CREDITOS        00004990
      *    DO TRAILER DO EXTRATO - AUSENCIA DE TRAILER OU               00005000
      *    DIVERGENCIA ENCERRA COM RC=12, COMO NO RETORNO               00005010
      *---------------------------------------------------              00005020
             IF WRK-TRAILER-AUSENTE                                     00005030
                 MOVE 12 TO RETURN-CODE                                 00005040
                 MOVE ' ERRO EXTRATO SEM TRAILER ' TO WRK-MSG           00005050
                 PERFORM 9000-TRATA-ERROS                               00005060
             END-IF.                                                    00005070
             IF WRK-QTD-TRAILER NOT EQUAL WRK-CONT-DETALHES             00005080
                 DISPLAY ' TRAILER: ' WRK-QTD-TRAILER                   00005090
                         ' LIDOS: ' WRK-CONT-DETALHES                   00005100
                 MOVE 12 TO RETURN-CODE                                 00005110
                 MOVE ' ERRO CONTAGEM DO EXTRATO NAO CONFERE '          00005120
                     TO WRK-MSG                                         00005130
                 PERFORM 9000-TRATA-ERROS                               00005140
             END-IF.                                                    00005150
             IF WRK-TOT-TRAILER NOT EQUAL WRK-TOT-CREDITOS              00005160
                 DISPLAY ' TRAILER: ' WRK-TOT-TRAILER                   00005170
                         ' CREDITOS: ' WRK-TOT-CREDITOS                 00005180
                 MOVE 12 TO RETURN-CODE                                 00005190
                 MOVE ' ERRO TOTAL DO EXTRATO NAO CONFERE '             00005200
                     TO WRK-MSG                                         00005210
                 PERFORM 9000-TRATA-ERROS                               00005220
             END-IF.                                                    00005230
      *---------------------------------------------------              00005240
       0220-CARREGAR-RECEBIMENTOS         SECTION.                      00005250
      *    TERCEIRA PASSAGEM, PELO ARQUIVO DE RECEBIMENTOS: CADA        00005260
      *    REGISTRO E CHAVEADO PELA DATA DE NEGOCIO E A SUA ORDEM       00005270
      *    NO ARQUIVO; OS JA CARREGADOS POR EXECUCAO ANTERIOR E         00005280
      *    OS LANCADOS DEPOIS DA DATA DE NEGOCIO SAO IGNORADOS          00005290
      *---------------------------------------------------              00005300
             READ RECEBIMENTOS.                                         00005310
             IF WRK-FS-RECEBIDOS NOT EQUAL ZEROS                        00005320
                 GO TO 0220-99-FIM                                      00005330
             END-IF.                                                    00005340
             ADD 1 TO WRK-SEQ-RECEBIDO.                                 00005350
             IF RCB-DATA NOT NUMERIC                                    00005360
                OR RCB-VALOR NOT NUMERIC                                00005370
                 ADD 1 TO WRK-CONT-INVALIDOS                            00005380
                 DISPLAY ' AVISO: RECEBIMENTO ' WRK-SEQ-RECEBIDO        00005390
                         ' COM CAMPOS INVALIDOS'                        00005400
                 GO TO 0220-99-FIM                                      00005410
             END-IF.                                                    00005420
             IF RCB-DATA > WRK-DATA-NEGOCIO                             00005430
                 GO TO 0220-99-FIM                                      00005440
             END-IF.                                                    00005450
             MOVE SPACES           TO CPCNB01-REGISTRO.                 00005460
             SET CNB-TIPO-RECEBIMENTO TO TRUE.                          00005470
             MOVE RCB-DATA         TO CNB-DATA.                         00005480
             MOVE WRK-SEQ-RECEBIDO TO CNB-SEQUENCIA.                    00005490
             READ CONCILIACAO                                           00005500
                 INVALID KEY                                            00005510
                     CONTINUE                                           00005520
                 NOT INVALID KEY                                        00005530
                     GO TO 0220-99-FIM                                  00005540
             END-READ.                                                  00005550
             ADD 1 TO WRK-CONT-RECEBIDOS.                               00005560
             MOVE SPACES           TO CPCNB01-REGISTRO.                 00005570
             SET CNB-TIPO-RECEBIMENTO TO TRUE.                          00005580
             MOVE RCB-DATA         TO CNB-DATA.                         00005590
             MOVE WRK-SEQ-RECEBIDO TO CNB-SEQUENCIA.                    00005600
             IF RCB-NUM-NOTA NUMERIC                                    00005610
                 MOVE RCB-NUM-NOTA TO CNB-NUM-NOTA                      00005620
             ELSE                                                       00005630
                 MOVE ZEROS        TO CNB-NUM-NOTA                      00005640
             END-IF.                                                    00005650
             IF RCB-PARCELA NUMERIC                                     00005660
                 MOVE RCB-PARCELA  TO CNB-PARCELA                       00005670
             ELSE                                                       00005680
                 MOVE ZEROS        TO CNB-PARCELA                       00005690
             END-IF.                                                    00005700
             IF RCB-CLI-ID NUMERIC                                      00005710
                 MOVE RCB-CLI-ID   TO CNB-CLI-ID                        00005720
             ELSE                                                       00005730
                 MOVE ZEROS        TO CNB-CLI-ID                        00005740
             END-IF.                                                    00005750
             MOVE RCB-VALOR        TO CNB-VALOR.                        00005760
             MOVE RCB-ORIGEM       TO CNB-ORIGEM.                       00005770
             SET WRK-ITEM-NOVO     TO TRUE.                             00005780
             PERFORM 0207-INCLUIR-RECEBIMENTO.                          00005790
      *---------------------------------------------------              00005800
       0220-99-FIM.            EXIT.                                    00005810
      *---------------------------------------------------              00005820
       0230-CONCILIAR-UM-CREDITO          SECTION.                      00005830
      *    PROCURA PARA O CREDITO DO BANCO O PRIMEIRO RECEBIMENTO       00005840
      *    AINDA NAO CONCILIADO DE MESMO VALOR E MESMA NOTA (E          00005850
      *    MESMA PARCELA, QUANDO O BANCO INFORMA) - OS PENDENTES        00005860
      *    MAIS ANTIGOS VEM PRIMEIRO NA TABELA                          00005870
      *---------------------------------------------------              00005880
             ADD 1 TO WRK-IDB.                                          00005890
             MOVE ZERO TO WRK-IDR-ACHADO.                               00005900
             MOVE ZERO TO WRK-IDR.                                      00005910
             PERFORM 0235-COMPARAR-UM-RECEBIMENTO                       00005920
                 UNTIL WRK-IDR >= WRK-QTD-RECEB                         00005930
                    OR WRK-IDR-ACHADO > ZERO.                           00005940
             IF WRK-IDR-ACHADO > ZERO                                   00005950
                 MOVE WRK-IDR-ACHADO TO WRK-BCO-PAR (WRK-IDB)           00005960
                 MOVE WRK-IDB        TO WRK-RCB-PAR (WRK-IDR-ACHADO)    00005970
                 ADD 1 TO WRK-CONT-CONCILIADOS                          00005980
                 ADD WRK-BCO-VALOR (WRK-IDB) TO WRK-TOT-CONCILIADO      00005990
             END-IF.                                                    00006000
      *---------------------------------------------------              00006010
       0235-COMPARAR-UM-RECEBIMENTO       SECTION.                      00006020
             ADD 1 TO WRK-IDR.                                          00006030
             IF WRK-RCB-PAR (WRK-IDR) EQUAL ZERO                        00006040
                AND WRK-RCB-VALOR (WRK-IDR) EQUAL                       00006050
                    WRK-BCO-VALOR (WRK-IDB)                             00006060
                AND WRK-RCB-NUM-NOTA (WRK-IDR) EQUAL                    00006070
                    WRK-BCO-NUM-NOTA (WRK-IDB)                          00006080
                 IF WRK-BCO-PARCELA (WRK-IDB) EQUAL ZEROS               00006090
                    OR WRK-BCO-PARCELA (WRK-IDB) EQUAL                  00006100
                       WRK-RCB-PARCELA (WRK-IDR)                        00006110
                     MOVE WRK-IDR TO WRK-IDR-ACHADO                     00006120
                 END-IF                                                 00006130
             END-IF.                                                    00006140
      *---------------------------------------------------              00006150
       0240-GRAVAR-UM-CREDITO             SECTION.                      00006160
      *    GRAVA O CREDITO NOVO DO BANCO NO MASTER (PENDENTE OU         00006170
      *    CONCILIADO) E REGRAVA O PENDENTE ANTIGO QUE CASOU            00006180
      *---------------------------------------------------              00006190
             ADD 1 TO WRK-IDB.                                          00006200
             IF WRK-BCO-NOVO (WRK-IDB) NOT EQUAL 'S'                    00006210
                AND WRK-BCO-PAR (WRK-IDB) EQUAL ZERO                    00006220
                 GO TO 0240-99-FIM                                      00006230
             END-IF.                                                    00006240
             MOVE SPACES TO CPCNB01-REGISTRO.                           00006250
             MOVE WRK-BCO-CHAVE     (WRK-IDB) TO CNB-CHAVE.             00006260
             MOVE WRK-BCO-NUM-NOTA  (WRK-IDB) TO CNB-NUM-NOTA.          00006270
             MOVE WRK-BCO-PARCELA   (WRK-IDB) TO CNB-PARCELA.           00006280
             MOVE ZEROS                       TO CNB-CLI-ID.            00006290
             MOVE WRK-BCO-VALOR     (WRK-IDB) TO CNB-VALOR.             00006300
             MOVE WRK-BCO-HISTORICO (WRK-IDB) TO CNB-HISTORICO.         00006310
             IF WRK-BCO-PAR (WRK-IDB) > ZERO                            00006320
                 MOVE WRK-BCO-PAR (WRK-IDB) TO WRK-IDR                  00006330
                 SET CNB-SIT-CONCILIADO TO TRUE                         00006340
                 MOVE WRK-DATA-NEGOCIO TO CNB-DATA-CONCILIACAO          00006350
                 MOVE WRK-RCB-CHAVE (WRK-IDR) TO CNB-CHAVE-PAR          00006360
             ELSE                                                       00006370
                 SET CNB-SIT-PENDENTE TO TRUE                           00006380
                 MOVE ZEROS TO CNB-DATA-CONCILIACAO                     00006390
             END-IF.                                                    00006400
             IF WRK-BCO-NOVO (WRK-IDB) EQUAL 'S'                        00006410
                 WRITE CPCNB01-REGISTRO                                 00006420
             ELSE                                                       00006430
                 REWRITE CPCNB01-REGISTRO                               00006440
             END-IF.                                                    00006450
             IF WRK-FS-CONCILIA NOT EQUAL ZEROS                         00006460
                 MOVE ' ERRO GRAVACAO CONCILIACAO ' TO WRK-MSG          00006470
                 PERFORM 9000-TRATA-ERROS                               00006480
             END-IF.                                                    00006490
      *---------------------------------------------------              00006500
       0240-99-FIM.            EXIT.                                    00006510
      *---------------------------------------------------              00006520
       0245-GRAVAR-UM-RECEBIMENTO         SECTION.                      00006530
      *    GRAVA O RECEBIMENTO NOVO NO MASTER (PENDENTE OU              00006540
      *    CONCILIADO) E REGRAVA O PENDENTE ANTIGO QUE CASOU            00006550
      *---------------------------------------------------              00006560
             ADD 1 TO WRK-IDR.                                          00006570
             IF WRK-RCB-NOVO (WRK-IDR) NOT EQUAL 'S'                    00006580
                AND WRK-RCB-PAR (WRK-IDR) EQUAL ZERO                    00006590
                 GO TO 0245-99-FIM                                      00006600
             END-IF.                                                    00006610
             MOVE SPACES TO CPCNB01-REGISTRO.                           00006620
             MOVE WRK-RCB-CHAVE     (WRK-IDR) TO CNB-CHAVE.             00006630
             MOVE WRK-RCB-NUM-NOTA  (WRK-IDR) TO CNB-NUM-NOTA.          00006640
             MOVE WRK-RCB-PARCELA   (WRK-IDR) TO CNB-PARCELA.           00006650
             MOVE WRK-RCB-CLI-ID    (WRK-IDR) TO CNB-CLI-ID.            00006660
             MOVE WRK-RCB-VALOR     (WRK-IDR) TO CNB-VALOR.             00006670
             MOVE WRK-RCB-ORIGEM    (WRK-IDR) TO CNB-ORIGEM.            00006680
             IF WRK-RCB-PAR (WRK-IDR) > ZERO                            00006690
                 MOVE WRK-RCB-PAR (WRK-IDR) TO WRK-IDB                  00006700
                 SET CNB-SIT-CONCILIADO TO TRUE                         00006710
                 MOVE WRK-DATA-NEGOCIO TO CNB-DATA-CONCILIACAO          00006720
                 MOVE WRK-BCO-CHAVE (WRK-IDB) TO CNB-CHAVE-PAR          00006730
                 MOVE WRK-BCO-HISTORICO (WRK-IDB) TO CNB-HISTORICO      00006740
             ELSE                                                       00006750
                 SET CNB-SIT-PENDENTE TO TRUE                           00006760
                 MOVE ZEROS TO CNB-DATA-CONCILIACAO                     00006770
             END-IF.                                                    00006780
             IF WRK-RCB-NOVO (WRK-IDR) EQUAL 'S'                        00006790
                 WRITE CPCNB01-REGISTRO                                 00006800
             ELSE                                                       00006810
                 REWRITE CPCNB01-REGISTRO                               00006820
             END-IF.                                                    00006830
             IF WRK-FS-CONCILIA NOT EQUAL ZEROS                         00006840
                 MOVE ' ERRO GRAVACAO CONCILIACAO ' TO WRK-MSG          00006850
                 PERFORM 9000-TRATA-ERROS                               00006860
             END-IF.                                                    00006870
      *---------------------------------------------------              00006880
       0245-99-FIM.            EXIT.                                    00006890
      *---------------------------------------------------              00006900
       0250-LISTAR-CONCILIADOS            SECTION.                      00006910
      *    PRIMEIRA SECAO DO RELATORIO: CREDITOS DO BANCO               00006920
      *    CONCILIADOS NESTA EXECUCAO COM O RECEBIMENTO                 00006930
      *---------------------------------------------------              00006940
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00006950
             MOVE WRK-DATA-EXTRATO TO WRK-CAB-DATA-EXTRATO.             00006960
             WRITE REL-LINHA FROM WRK-CABEC1.                           00006970
             MOVE 'CREDITOS CONCILIADOS' TO WRK-SEC-TITULO.             00006980
             PERFORM 0280-ABRIR-SECAO.                                  00006990
             MOVE ZERO TO WRK-IDB.                                      00007000
             PERFORM 0255-LISTAR-UM-CONCILIADO                          00007010
                 UNTIL WRK-IDB >= WRK-QTD-BANCO.                        00007020
             MOVE 'TOTAL CONCILIADO' TO WRK-TOT-ROTULO.                 00007030
             MOVE WRK-CONT-CONCILIADOS TO WRK-TOT-QTD.                  00007040
             MOVE WRK-TOT-CONCILIADO TO WRK-TOT-VALOR.                  00007050
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00007060
      *---------------------------------------------------              00007070
       0255-LISTAR-UM-CONCILIADO          SECTION.                      00007080
             ADD 1 TO WRK-IDB.                                          00007090
             IF WRK-BCO-PAR (WRK-IDB) EQUAL ZERO                        00007100
                 GO TO 0255-99-FIM                                      00007110
             END-IF.                                                    00007120
             MOVE WRK-BCO-PAR (WRK-IDB) TO WRK-IDR.                     00007130
             MOVE WRK-BCO-DATA      (WRK-IDB) TO WRK-DET-DATA.          00007140
             MOVE WRK-RCB-NUM-NOTA  (WRK-IDR) TO WRK-DET-NOTA.          00007150
             MOVE WRK-RCB-PARCELA   (WRK-IDR) TO WRK-DET-PARCELA.       00007160
             MOVE WRK-RCB-CLI-ID    (WRK-IDR) TO WRK-DET-CLI-ID.        00007170
             MOVE WRK-BCO-VALOR     (WRK-IDB) TO WRK-DET-VALOR.         00007180
             MOVE WRK-RCB-ORIGEM    (WRK-IDR) TO WRK-DET-ORIGEM.        00007190
             MOVE WRK-RCB-DATA      (WRK-IDR) TO WRK-DET-DATA-RECEB.    00007200
             MOVE WRK-BCO-HISTORICO (WRK-IDB) TO WRK-DET-HISTORICO.     00007210
             IF WRK-BCO-NOVO (WRK-IDB) EQUAL 'S'                        00007220
                AND WRK-RCB-NOVO (WRK-IDR) EQUAL 'S'                    00007230
                 MOVE 'CONCILIADO' TO WRK-DET-SITUACAO                  00007240
             ELSE                                                       00007250
                 MOVE 'PENDENTE CONCILIADO' TO WRK-DET-SITUACAO         00007260
             END-IF.                                                    00007270
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007280
      *---------------------------------------------------              00007290
       0255-99-FIM.            EXIT.                                    00007300
      *---------------------------------------------------              00007310
       0260-LISTAR-RECEB-PENDENTES        SECTION.                      00007320
      *    SEGUNDA SECAO: RECEBIMENTOS LANCADOS SEM CREDITO NO          00007330
      *    BANCO - FICAM PENDENTES PARA AS PROXIMAS EXECUCOES           00007340
      *---------------------------------------------------              00007350
             MOVE 'RECEBIMENTOS SEM CREDITO BANCARIO'                   00007360
                 TO WRK-SEC-TITULO.                                     00007370
             PERFORM 0280-ABRIR-SECAO.                                  00007380
             MOVE ZERO TO WRK-IDR.                                      00007390
             PERFORM 0265-LISTAR-UM-RECEBIMENTO                         00007400
                 UNTIL WRK-IDR >= WRK-QTD-RECEB.                        00007410
             MOVE 'TOTAL SEM CREDITO BANCARIO' TO WRK-TOT-ROTULO.       00007420
             MOVE WRK-CONT-PEND-RCB TO WRK-TOT-QTD.                     00007430
             MOVE WRK-TOT-PEND-RCB TO WRK-TOT-VALOR.                    00007440
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00007450
      *---------------------------------------------------              00007460
       0265-LISTAR-UM-RECEBIMENTO         SECTION.                      00007470
             ADD 1 TO WRK-IDR.                                          00007480
             IF WRK-RCB-PAR (WRK-IDR) > ZERO                            00007490
                 GO TO 0265-99-FIM                                      00007500
             END-IF.                                                    00007510
             ADD 1 TO WRK-CONT-PEND-RCB.                                00007520
             ADD WRK-RCB-VALOR (WRK-IDR) TO WRK-TOT-PEND-RCB.           00007530
             MOVE WRK-RCB-DATA      (WRK-IDR) TO WRK-DET-DATA.          00007540
             MOVE WRK-RCB-NUM-NOTA  (WRK-IDR) TO WRK-DET-NOTA.          00007550
             MOVE WRK-RCB-PARCELA   (WRK-IDR) TO WRK-DET-PARCELA.       00007560
             MOVE WRK-RCB-CLI-ID    (WRK-IDR) TO WRK-DET-CLI-ID.        00007570
             MOVE WRK-RCB-VALOR     (WRK-IDR) TO WRK-DET-VALOR.         00007580
             MOVE WRK-RCB-ORIGEM    (WRK-IDR) TO WRK-DET-ORIGEM.        00007590
             MOVE WRK-RCB-DATA      (WRK-IDR) TO WRK-DET-DATA-RECEB.    00007600
             MOVE SPACES                      TO WRK-DET-HISTORICO.     00007610
             IF WRK-RCB-NOVO (WRK-IDR) EQUAL 'S'                        00007620
                 MOVE 'SEM CREDITO NO BANCO' TO WRK-DET-SITUACAO        00007630
             ELSE                                                       00007640
                 MOVE 'PENDENTE ANTERIOR' TO WRK-DET-SITUACAO           00007650
             END-IF.                                                    00007660
             WRITE REL-LINHA FROM WRK-DETALHE.                          00007670
      *---------------------------------------------------              00007680
       0265-99-FIM.            EXIT.                                    00007690
      *---------------------------------------------------              00007700
       0270-LISTAR-BANCO-PENDENTES        SECTION.                      00007710
      *    TERCEIRA SECAO: CREDITOS DO BANCO SEM RECEBIMENTO            00007720
      *    LANCADO - FICAM PENDENTES PARA AS PROXIMAS EXECUCOES         00007730
      *---------------------------------------------------              00007740
             MOVE 'CREDITOS BANCARIOS SEM RECEBIMENTO'                  00007750
                 TO WRK-SEC-TITULO.                                     00007760
             PERFORM 0280-ABRIR-SECAO.                                  00007770
             MOVE ZERO TO WRK-IDB.                                      00007780
             PERFORM 0275-LISTAR-UM-CREDITO                             00007790
                 UNTIL WRK-IDB >= WRK-QTD-BANCO.                        00007800
             MOVE 'TOTAL SEM RECEBIMENTO' TO WRK-TOT-ROTULO.            00007810
             MOVE WRK-CONT-PEND-BCO TO WRK-TOT-QTD.                     00007820
             MOVE WRK-TOT-PEND-BCO TO WRK-TOT-VALOR.                    00007830
             WRITE REL-LINHA FROM WRK-LIN-TOTAL.                        00007840
      *---------------------------------------------------              00007850
       0275-LISTAR-UM-CREDITO             SECTION.                      00007860
             ADD 1 TO WRK-IDB.                                          00007870
             IF WRK-BCO-PAR (WRK-IDB) > ZERO                            00007880
                 GO TO 0275-99-FIM                                      00007890
             END-IF.                                                    00007900
             ADD 1 TO WRK-CONT-PEND-BCO.                                00007910
             ADD WRK-BCO-VALOR (WRK-IDB) TO WRK-TOT-PEND-BCO.           00007920
             MOVE WRK-BCO-DATA      (WRK-IDB) TO WRK-DET-DATA.          00007930
             MOVE WRK-BCO-NUM-NOTA  (WRK-IDB) TO WRK-DET-NOTA.          00007940
             MOVE WRK-BCO-PARCELA   (WRK-IDB) TO WRK-DET-PARCELA.       00007950
             MOVE ZEROS                       TO WRK-DET-CLI-ID.        00007960
             MOVE WRK-BCO-VALOR     (WRK-IDB) TO WRK-DET-VALOR.         00007970
             MOVE SPACES                      TO WRK-DET-ORIGEM.        00007980
             MOVE ZEROS                       TO WRK-DET-DATA-RECEB.    00007990
             MOVE WRK-BCO-HISTORICO (WRK-IDB) TO WRK-DET-HISTORICO.     00008000
             IF WRK-BCO-NOVO (WRK-IDB) EQUAL 'S'                        00008010
                 MOVE 'SEM RECEBIMENTO' TO WRK-DET-SITUACAO             00008020
             ELSE                                                       00008030
                 MOVE 'PENDENTE ANTERIOR' TO WRK-DET-SITUACAO           00008040
             END-IF.                                                    00008050
             WRITE REL-LINHA FROM WRK-DETALHE.                          00008060
      *---------------------------------------------------              00008070
       0275-99-FIM.            EXIT.                                    00008080
      *---------------------------------------------------              00008090
       0280-ABRIR-SECAO                   SECTION.                      00008100
             MOVE SPACES TO REL-LINHA.                                  00008110
             WRITE REL-LINHA.                                           00008120
             WRITE REL-LINHA FROM WRK-CABEC-SECAO.                      00008130
             WRITE REL-LINHA FROM WRK-CABEC2.                           00008140
      *---------------------------------------------------              00008150
       0300-FINALIZAR                     SECTION.                      00008160
             PERFORM 0310-GRAVA-CONTROLE.                               00008170
             COMPUTE WRK-STT-REGISTROS =                                00008180
                 WRK-CONT-DETALHES + WRK-CONT-RECEBIDOS.                00008190
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008200
             IF WRK-FS-EXTRATO NOT EQUAL '35'                           00008210
                 CLOSE EXTRATO                                          00008220
             END-IF.                                                    00008230
             IF WRK-FS-RECEBIDOS NOT EQUAL '35'                         00008240
                 CLOSE RECEBIMENTOS                                     00008250
             END-IF.                                                    00008260
             CLOSE CONCILIACAO.                                         00008270
             CLOSE RELCONC.                                             00008280
             CLOSE CONTROLE.                                            00008290
             DISPLAY '------------------'.                              00008300
             DISPLAY '  DETALHES EXTRATO..: ' WRK-CONT-DETALHES.        00008310
             DISPLAY '  CREDITOS NOVOS....: ' WRK-CONT-CRED-BANCO.      00008320
             DISPLAY '  DEBITOS IGNORADOS.: ' WRK-CONT-DEBITOS.         00008330
             DISPLAY '  JA CARREGADOS.....: ' WRK-CONT-JA-LIDOS.        00008340
             DISPLAY '  RECEBIMENTOS NOVOS: ' WRK-CONT-RECEBIDOS.       00008350
             DISPLAY '  PENDENTES ANTERIOR: ' WRK-CONT-PENDENTES.       00008360
             DISPLAY '  INVALIDOS.........: ' WRK-CONT-INVALIDOS.       00008370
             DISPLAY '  CONCILIADOS.......: ' WRK-CONT-CONCILIADOS.     00008380
             DISPLAY '  RECEB. SEM CREDITO: ' WRK-CONT-PEND-RCB.        00008390
             DISPLAY '  CREDITO SEM RECEB.: ' WRK-CONT-PEND-BCO.        00008400
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00008410
             PERFORM 9000-TRATA-ERROS.                                  00008420
      *---------------------------------------------------              00008430
       0310-GRAVA-CONTROLE                SECTION.                      00008440
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00008450
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00008460
      *---------------------------------------------------              00008470
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00008480
             MOVE SPACES              TO CTL-DATA-HORA.                 00008490
             COMPUTE CTL-QTD-LIDOS =                                    00008500
                 WRK-CONT-DETALHES + WRK-CONT-RECEBIDOS.                00008510
             MOVE WRK-CONT-CONCILIADOS TO CTL-QTD-GRAVADOS.             00008520
             MOVE WRK-CONT-INVALIDOS  TO CTL-QTD-REJEITADOS.            00008530
             MOVE WRK-CONT-JA-LIDOS   TO CTL-QTD-DUPLICADOS.            00008540
             MOVE WRK-CONT-DEBITOS    TO CTL-QTD-FILTRADOS.             00008550
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00008560
             MOVE ZERO                TO CTL-QTD-FONTES.                00008570
             WRITE CPCTRL01-REGISTRO.                                   00008580
      *---------------------------------------------------              00008590
       9000-TRATA-ERROS                   SECTION.                      00008600
      *---------------------------------------------------              00008610
             PERFORM 9050-GRAVAR-ERRLOG.                                00008620
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008630
             STOP RUN.                                                  00008640
      *--------------------------------------------------------------   00008650
       9000-99-FIM.            EXIT.                                    00008660
      *--------------------------------------------------------------   00008670
