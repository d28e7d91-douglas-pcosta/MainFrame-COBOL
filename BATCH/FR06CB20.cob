      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB20.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: EXTRATO CONSOLIDADO DO GRUPO DE CLIENTES          00000120
      *               (REDE DE LOJAS), EMITIDO AO LADO DO EXTRATO       00000130
      *               POR LOJA DA FR05CB57. UMA PASSADA PELO            00000140
      *               CLIENTE-MASTER CARREGA AS FILIAIS DE CADA         00000150
      *               CLIENTE PAI (CLI-CLIENTE-PAI); PARA CADA          00000160
      *               GRUPO, IMPRIME O PAI E CADA FILIAL COM OS         00000170
      *               TITULOS EM ABERTO DO CONTAS A RECEBER             00000180
      *               (RELIDO POR LOJA COM START, COMO NA               00000190
      *               FR05CB57), O SUBTOTAL DA LOJA, O TOTAL DO         00000200
      *               GRUPO E O DISPONIVEL CONTRA O LIMITE DO PAI       00000210
      *               - O MESMO LIMITE DE GRUPO CONFERIDO PELO          00000220
      *               INTAKE DE PEDIDOS (FR05CB25). A PAGINA FINAL      00000230
      *               TRAZ OS TOTAIS GERAIS DOS GRUPOS                  00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000290
      *=======================================================*         00000300
                                                                        00000310
      *=======================================================*         00000320
       ENVIRONMENT                               DIVISION.              00000330
      *=======================================================*         00000340
       INPUT-OUTPUT                              SECTION.               00000350
       FILE-CONTROL.                                                    00000360
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000370
                ORGANIZATION IS INDEXED                                 00000380
                ACCESS MODE  IS DYNAMIC                                 00000390
                RECORD KEY   IS CLI-ID                                  00000400
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000410
                                                                        00000420
             SELECT CONTASREC ASSIGN TO ARQREC                          00000430
                ORGANIZATION IS INDEXED                                 00000440
                ACCESS MODE  IS DYNAMIC                                 00000450
                RECORD KEY   IS REC-CHAVE                               00000460
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000470
                                                                        00000480
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS DYNAMIC                                 00000510
                RECORD KEY   IS CAL-DATA                                00000520
                FILE STATUS  IS WRK-FS-CALEND.                          00000530
                                                                        00000540
             SELECT RELGRUPO ASSIGN TO ARQRPT                           00000550
                FILE STATUS  IS WRK-FS-RELGRUPO.                        00000560
                                                                        00000570
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000580
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000590
                                                                        00000600
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000610
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000620
      *=======================================================*         00000630
       DATA                                      DIVISION.              00000640
      *=======================================================*         00000650
       FILE                                      SECTION.               00000660
       FD CLIENTE-MASTER.                                               00000670
           COPY CPCLIE01.                                               00000680
                                                                        00000690
       FD CONTASREC.                                                    00000700
           COPY CPREC01.                                                00000710
                                                                        00000720
       FD CALENDARIO.                                                   00000730
           COPY CPCAL01.                                                00000740
                                                                        00000750
       FD RELGRUPO                                                      00000760
           RECORDING MODE IS F                                          00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
       01 REL-LINHA                    PIC X(132).                      00000790
                                                                        00000800
       FD ERRLOG.                                                       00000810
           COPY CPERRL01.                                               00000820
                                                                        00000830
       FD ESTATIS                                                       00000840
           RECORDING MODE IS F                                          00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
           COPY CPSTA01.                                                00000870
      *---------------------------------------------------              00000880
       WORKING-STORAGE                           SECTION.               00000890
      *---------------------------------------------------              00000900
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00000910
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00000920
       77 WRK-FS-RELGRUPO     PIC X(02) VALUE SPACES.                   00000930
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000940
       77 WRK-CONT-CLIENTES   PIC 9(09) COMP VALUE ZERO.                00000950
       77 WRK-CONT-LOJAS      PIC 9(09) COMP VALUE ZERO.                00000960
       77 WRK-CONT-TITULOS    PIC 9(09) COMP VALUE ZERO.                00000970
       77 WRK-LOJA-ALVO       PIC 9(05) VALUE ZEROS.                    00000980
       77 WRK-VALOR-ABERTO    PIC 9(09)V99 COMP-3 VALUE ZERO.           00000990
      *---------------------------------------------------              00001000
      *    ACUMULADORES DA LOJA E DO GRUPO CORRENTES                    00001010
      *---------------------------------------------------              00001020
       77 WRK-TOT-LOJA        PIC 9(11)V99 COMP-3 VALUE ZERO.           00001030
       77 WRK-TOT-GRUPO       PIC 9(13)V99 COMP-3 VALUE ZERO.           00001040
       77 WRK-LIMITE-GRUPO    PIC 9(09)V99 COMP-3 VALUE ZERO.           00001050
       77 WRK-DISPONIVEL      PIC S9(13)V99 COMP-3 VALUE ZERO.          00001060
       77 WRK-TOT-GERAL       PIC 9(13)V99 COMP-3 VALUE ZERO.           00001070
       77 WRK-QTD-ACIMA       PIC 9(05) COMP VALUE ZERO.                00001080
      *---------------------------------------------------              00001090
      *    GRUPOS (CLIENTES PAI) E FILIAIS, CARREGADOS DO               00001100
      *    CLIENTE-MASTER NA ABERTURA EM ORDEM DE CHAVE                 00001110
      *---------------------------------------------------              00001120
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00001130
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00001140
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00001150
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00001160
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00001170
       01 WRK-TABELA-GRUPOS.                                            00001180
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00001190
             10 WRK-GRP-PAI           PIC 9(05).                        00001200
       77 WRK-MAX-FILIAIS     PIC 9(05) COMP VALUE 5000.                00001210
       77 WRK-QTD-FILIAIS     PIC 9(05) COMP VALUE ZERO.                00001220
       77 WRK-IDX-FIL         PIC 9(05) COMP VALUE ZERO.                00001230
       01 WRK-TABELA-FILIAIS.                                           00001240
          05 WRK-ENT-FILIAL OCCURS 5000 TIMES.                          00001250
             10 WRK-FIL-ID            PIC 9(05).                        00001260
             10 WRK-FIL-PAI           PIC 9(05).                        00001270
      *---------------------------------------------------              00001280
      *    LINHAS DO EXTRATO                                            00001290
      *---------------------------------------------------              00001300
       01 WRK-SEPARA.                                                   00001310
          05 FILLER PIC X(60) VALUE ALL '='.                            00001320
                                                                        00001330
       01 WRK-TRACO.                                                    00001340
          05 FILLER PIC X(60) VALUE ALL '-'.                            00001350
                                                                        00001360
       01 WRK-CAB-EXTRATO.                                              00001370
          05 FILLER               PIC X(30) VALUE                       00001380
             'EXTRATO CONSOLIDADO DO GRUPO'.                            00001390
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001400
          05 WRK-CAB-DT-EXTRATO   PIC 9(08).                            00001410
                                                                        00001420
       01 WRK-LIN-GRUPO.                                                00001430
          05 FILLER               PIC X(07) VALUE 'GRUPO: '.            00001440
          05 WRK-GRP-CLI-ID       PIC 9(05).                            00001450
          05 FILLER               PIC X(03) VALUE ' - '.                00001460
          05 WRK-GRP-CLI-NOME     PIC X(30).                            00001470
                                                                        00001480
       01 WRK-LIN-LOJA.                                                 00001490
          05 FILLER               PIC X(08) VALUE '  LOJA: '.           00001500
          05 WRK-LOJ-CLI-ID       PIC 9(05).                            00001510
          05 FILLER               PIC X(03) VALUE ' - '.                00001520
          05 WRK-LOJ-CLI-NOME     PIC X(30).                            00001530
          05 FILLER               PIC X(01) VALUE SPACE.                00001540
          05 WRK-LOJ-PAPEL        PIC X(07).                            00001550
                                                                        00001560
       01 WRK-LIN-TITULO.                                               00001570
          05 FILLER               PIC X(04) VALUE SPACES.               00001580
          05 WRK-TIT-NOTA         PIC 9(05).                            00001590
          05 FILLER               PIC X(01) VALUE '/'.                  00001600
          05 WRK-TIT-PARCELA      PIC 9(02).                            00001610
          05 FILLER               PIC X(02) VALUE SPACES.               00001620
          05 WRK-TIT-EMISSAO      PIC 9(08).                            00001630
          05 FILLER               PIC X(02) VALUE SPACES.               00001640
          05 WRK-TIT-VENCIMENTO   PIC 9(08).                            00001650
          05 FILLER               PIC X(02) VALUE SPACES.               00001660
          05 WRK-TIT-VALOR        PIC Z(9)9.99.                         00001670
          05 FILLER               PIC X(02) VALUE SPACES.               00001680
          05 WRK-TIT-SITUACAO     PIC X(07).                            00001690
                                                                        00001700
       01 WRK-LIN-SALDO.                                                00001710
          05 WRK-SLD-ROTULO       PIC X(22).                            00001720
          05 WRK-SLD-VALOR        PIC -Z(12)9.99.                       00001730
                                                                        00001740
       01 WRK-LIN-RESUMO.                                               00001750
          05 WRK-RES-ROTULO       PIC X(26).                            00001760
          05 WRK-RES-QTD          PIC Z(8)9.                            00001770
          05 FILLER               PIC X(02) VALUE SPACES.               00001780
          05 WRK-RES-VALOR        PIC -Z(12)9.99.                       00001790
       COPY CPCAB01.                                                    00001800
       COPY CPERR01.                                                    00001810
       COPY CPDTA01.                                                    00001820
       COPY CPSTT01.                                                    00001830
      *=========================================*                       00001840
       PROCEDURE DIVISION.                                              00001850
      *=========================================*                       00001860
                                                                        00001870
      *---------------------------------------------------              00001880
       0000-PRINCIPAL                     SECTION.                      00001890
      *---------------------------------------------------              00001900
             PERFORM 0100-INICIAR.                                      00001910
             PERFORM 0200-PROCESSAR                                     00001920
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS.                   00001930
             PERFORM 0300-FINALIZAR.                                    00001940
      *---------------------------------------------------              00001950
       0000-99-FIM.            EXIT.                                    00001960
      *---------------------------------------------------              00001970
                                                                        00001980
       0100-INICIAR                       SECTION.                      00001990
             MOVE 'FR06CB20' TO WRK-CAB-PROGRAMA.                       00002000
             PERFORM 0101-CABECALHO-PADRAO.                             00002010
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002020
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002030
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002040
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DT-EXTRATO.               00002050
             OPEN INPUT CLIENTE-MASTER.                                 00002060
             OPEN INPUT CONTASREC.                                      00002070
             OPEN OUTPUT RELGRUPO.                                      00002080
             PERFORM 0110-TESTAR-STATUS.                                00002090
             PERFORM 0120-CARREGAR-GRUPOS.                              00002100
             MOVE ZERO TO WRK-IDX-GRP.                                  00002110
      *---------------------------------------------------              00002120
       0100-99-FIM.            EXIT.                                    00002130
      *---------------------------------------------------              00002140
           COPY CPCAB02.                                                00002150
           COPY CPERR02.                                                00002160
           COPY CPDTA02.                                                00002170
           COPY CPSTT02.                                                00002180
      *---------------------------------------------------              00002190
       0110-TESTAR-STATUS                 SECTION.                      00002200
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00002210
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00002220
                 PERFORM 9000-TRATA-ERROS                               00002230
             END-IF.                                                    00002240
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00002250
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00002260
                 PERFORM 9000-TRATA-ERROS                               00002270
             END-IF.                                                    00002280
             IF WRK-FS-RELGRUPO NOT EQUAL ZEROS                         00002290
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002300
                 PERFORM 9000-TRATA-ERROS                               00002310
             END-IF.                                                    00002320
      *---------------------------------------------------              00002330
       0120-CARREGAR-GRUPOS               SECTION.                      00002340
      *    PERCORRE O CLIENTE-MASTER E GUARDA CADA FILIAL COM O         00002350
      *    SEU PAI; O PAI ENTRA NA TABELA DE GRUPOS NA PRIMEIRA         00002360
      *    FILIAL ENCONTRADA - CLIENTE SEM FILIAIS NAO TEM              00002370
      *    EXTRATO CONSOLIDADO (SO O DA FR05CB57)                       00002380
      *---------------------------------------------------              00002390
             MOVE ZEROS TO CLI-ID.                                      00002400
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00002410
                 INVALID KEY                                            00002420
                     MOVE '10' TO WRK-FS-CLIENTE                        00002430
             END-START.                                                 00002440
             PERFORM 0125-CARREGAR-UM-CLIENTE                           00002450
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00002460
             MOVE SPACES TO WRK-FS-CLIENTE.                             00002470
      *---------------------------------------------------              00002480
       0125-CARREGAR-UM-CLIENTE           SECTION.                      00002490
             READ CLIENTE-MASTER NEXT RECORD.                           00002500
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00002510
                 ADD 1 TO WRK-CONT-CLIENTES                             00002520
                 IF CLI-CLIENTE-PAI NUMERIC                             00002530
                    AND CLI-CLIENTE-PAI > ZEROS                         00002540
                     IF WRK-QTD-FILIAIS >= WRK-MAX-FILIAIS              00002550
                         MOVE ' ERRO TABELA DE FILIAIS EXCEDIDA '       00002560
                             TO WRK-MSG                                 00002570
                         PERFORM 9000-TRATA-ERROS                       00002580
                     END-IF                                             00002590
                     ADD 1 TO WRK-QTD-FILIAIS                           00002600
                     MOVE CLI-ID                                        00002610
                         TO WRK-FIL-ID (WRK-QTD-FILIAIS)                00002620
                     MOVE CLI-CLIENTE-PAI                               00002630
                         TO WRK-FIL-PAI (WRK-QTD-FILIAIS)               00002640
                     MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO               00002650
                     PERFORM 0130-LOCALIZAR-GRUPO                       00002660
                     IF WRK-IDX-GRP-ACH EQUAL ZERO                      00002670
                         IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS            00002680
                             MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '    00002690
                                 TO WRK-MSG                             00002700
                             PERFORM 9000-TRATA-ERROS                   00002710
                         END-IF                                         00002720
                         ADD 1 TO WRK-QTD-GRUPOS                        00002730
                         MOVE CLI-CLIENTE-PAI                           00002740
                             TO WRK-GRP-PAI (WRK-QTD-GRUPOS)            00002750
                     END-IF                                             00002760
                 END-IF                                                 00002770
             END-IF.                                                    00002780
      *---------------------------------------------------              00002790
       0130-LOCALIZAR-GRUPO               SECTION.                      00002800
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00002810
             MOVE ZERO TO WRK-IDX-GRP.                                  00002820
             PERFORM 0135-PROCURAR-UM-GRUPO                             00002830
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00002840
                    OR WRK-IDX-GRP-ACH > ZERO.                          00002850
      *---------------------------------------------------              00002860
       0135-PROCURAR-UM-GRUPO             SECTION.                      00002870
             ADD 1 TO WRK-IDX-GRP.                                      00002880
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00002890
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00002900
             END-IF.                                                    00002910
      *---------------------------------------------------              00002920
       0200-PROCESSAR                     SECTION.                      00002930
      *    EMITE O EXTRATO DO PROXIMO GRUPO DA TABELA - O PAI           00002940
      *    PRIMEIRO, DEPOIS CADA FILIAL, E O FECHAMENTO DO GRUPO        00002950
      *    CONTRA O LIMITE DO PAI                                       00002960
      *---------------------------------------------------              00002970
             ADD 1 TO WRK-IDX-GRP.                                      00002980
             MOVE ZEROS TO WRK-TOT-GRUPO.                               00002990
             MOVE WRK-GRP-PAI (WRK-IDX-GRP) TO CLI-ID.                  00003000
             READ CLIENTE-MASTER                                        00003010
                 INVALID KEY                                            00003020
                     DISPLAY ' AVISO: CLIENTE PAI '                     00003030
                             WRK-GRP-PAI (WRK-IDX-GRP)                  00003040
                             ' FORA DO MASTER - GRUPO SEM LIMITE'       00003050
                     MOVE SPACES TO CLI-NOME                            00003060
                     MOVE ZEROS  TO CLI-LIMITE-CREDITO                  00003070
             END-READ.                                                  00003080
             IF CLI-LIMITE-CREDITO NUMERIC                              00003090
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-GRUPO            00003100
             ELSE                                                       00003110
                 MOVE ZEROS TO WRK-LIMITE-GRUPO                         00003120
             END-IF.                                                    00003130
             WRITE REL-LINHA FROM WRK-SEPARA.                           00003140
             WRITE REL-LINHA FROM WRK-CAB-EXTRATO.                      00003150
             MOVE WRK-GRP-PAI (WRK-IDX-GRP) TO WRK-GRP-CLI-ID.          00003160
             MOVE CLI-NOME TO WRK-GRP-CLI-NOME.                         00003170
             WRITE REL-LINHA FROM WRK-LIN-GRUPO.                        00003180
             WRITE REL-LINHA FROM WRK-TRACO.                            00003190
             MOVE WRK-GRP-PAI (WRK-IDX-GRP) TO WRK-LOJA-ALVO.           00003200
             MOVE '(PAI)' TO WRK-LOJ-PAPEL.                             00003210
             PERFORM 0210-EMITIR-LOJA.                                  00003220
             MOVE ZERO TO WRK-IDX-FIL.                                  00003230
             PERFORM 0205-EMITIR-UMA-FILIAL                             00003240
                 UNTIL WRK-IDX-FIL >= WRK-QTD-FILIAIS.                  00003250
             PERFORM 0240-FECHAR-GRUPO.                                 00003260
      *---------------------------------------------------              00003270
       0205-EMITIR-UMA-FILIAL             SECTION.                      00003280
             ADD 1 TO WRK-IDX-FIL.                                      00003290
             IF WRK-FIL-PAI (WRK-IDX-FIL)                               00003300
                    EQUAL WRK-GRP-PAI (WRK-IDX-GRP)                     00003310
                 MOVE WRK-FIL-ID (WRK-IDX-FIL) TO WRK-LOJA-ALVO         00003320
                 MOVE SPACES TO WRK-LOJ-PAPEL                           00003330
                 PERFORM 0210-EMITIR-LOJA                               00003340
             END-IF.                                                    00003350
      *---------------------------------------------------              00003360
       0210-EMITIR-LOJA                   SECTION.                      00003370
      *    IMPRIME A LOJA (PAI OU FILIAL) COM OS SEUS TITULOS EM        00003380
      *    ABERTO E O SUBTOTAL, SOMADO AO TOTAL DO GRUPO                00003390
      *---------------------------------------------------              00003400
             ADD 1 TO WRK-CONT-LOJAS.                                   00003410
             MOVE ZEROS TO WRK-TOT-LOJA.                                00003420
             MOVE WRK-LOJA-ALVO TO CLI-ID.                              00003430
             READ CLIENTE-MASTER                                        00003440
                 INVALID KEY                                            00003450
                     MOVE SPACES TO CLI-NOME                            00003460
             END-READ.                                                  00003470
             MOVE WRK-LOJA-ALVO TO WRK-LOJ-CLI-ID.                      00003480
             MOVE CLI-NOME      TO WRK-LOJ-CLI-NOME.                    00003490
             WRITE REL-LINHA FROM WRK-LIN-LOJA.                         00003500
             PERFORM 0220-LISTAR-TITULOS.                               00003510
             MOVE '    SUBTOTAL DA LOJA..' TO WRK-SLD-ROTULO.           00003520
             MOVE WRK-TOT-LOJA TO WRK-SLD-VALOR.                        00003530
             WRITE REL-LINHA FROM WRK-LIN-SALDO.                        00003540
             ADD WRK-TOT-LOJA TO WRK-TOT-GRUPO.                         00003550
      *---------------------------------------------------              00003560
       0220-LISTAR-TITULOS                SECTION.                      00003570
      *    RELE O CONTAS A RECEBER DO INICIO E LISTA OS TITULOS         00003580
      *    EM ABERTO DA LOJA CORRENTE, PELO VALOR AINDA DEVIDO          00003590
      *    (VALOR MENOS PAGAMENTO PARCIAL)                              00003600
      *---------------------------------------------------              00003610
             MOVE ZEROS TO REC-CHAVE.                                   00003620
             START CONTASREC KEY NOT LESS REC-CHAVE                     00003630
                 INVALID KEY                                            00003640
                     CONTINUE                                           00003650
             END-START.                                                 00003660
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00003670
                 PERFORM 0225-LISTAR-UM-TITULO                          00003680
                     UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS             00003690
             END-IF.                                                    00003700
             MOVE ZEROS TO WRK-FS-CONTASREC.                            00003710
      *---------------------------------------------------              00003720
       0225-LISTAR-UM-TITULO              SECTION.                      00003730
             READ CONTASREC NEXT RECORD.                                00003740
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00003750
                AND REC-CLI-ID EQUAL WRK-LOJA-ALVO                      00003760
                AND REC-SIT-ABERTO                                      00003770
                 COMPUTE WRK-VALOR-ABERTO =                             00003780
                     REC-VALOR - REC-VALOR-PAGO                         00003790
                 MOVE REC-NUM-NOTA        TO WRK-TIT-NOTA               00003800
                 MOVE REC-PARCELA         TO WRK-TIT-PARCELA            00003810
                 MOVE REC-DATA-EMISSAO    TO WRK-TIT-EMISSAO            00003820
                 MOVE REC-DATA-VENCIMENTO TO WRK-TIT-VENCIMENTO         00003830
                 MOVE WRK-VALOR-ABERTO    TO WRK-TIT-VALOR              00003840
                 IF REC-DATA-VENCIMENTO < WRK-DATA-NEGOCIO              00003850
                     MOVE 'VENCIDO' TO WRK-TIT-SITUACAO                 00003860
                 ELSE                                                   00003870
                     MOVE SPACES    TO WRK-TIT-SITUACAO                 00003880
                 END-IF                                                 00003890
                 WRITE REL-LINHA FROM WRK-LIN-TITULO                    00003900
                 ADD 1 TO WRK-CONT-TITULOS                              00003910
                 ADD WRK-VALOR-ABERTO TO WRK-TOT-LOJA                   00003920
             END-IF.                                                    00003930
      *---------------------------------------------------              00003940
       0240-FECHAR-GRUPO                  SECTION.                      00003950
      *    TOTAL DO GRUPO E DISPONIVEL CONTRA O LIMITE DO PAI -         00003960
      *    PAI SEM LIMITE (ZERADO) SAI SEM A LINHA DE DISPONIVEL        00003970
      *---------------------------------------------------              00003980
             WRITE REL-LINHA FROM WRK-TRACO.                            00003990
             MOVE 'TOTAL DO GRUPO........' TO WRK-SLD-ROTULO.           00004000
             MOVE WRK-TOT-GRUPO TO WRK-SLD-VALOR.                       00004010
             WRITE REL-LINHA FROM WRK-LIN-SALDO.                        00004020
             ADD WRK-TOT-GRUPO TO WRK-TOT-GERAL.                        00004030
             IF WRK-LIMITE-GRUPO EQUAL ZEROS                            00004040
                 MOVE 'GRUPO SEM LIMITE......' TO WRK-SLD-ROTULO        00004050
                 MOVE ZEROS TO WRK-SLD-VALOR                            00004060
                 WRITE REL-LINHA FROM WRK-LIN-SALDO                     00004070
             ELSE                                                       00004080
                 MOVE 'LIMITE DO GRUPO.......' TO WRK-SLD-ROTULO        00004090
                 MOVE WRK-LIMITE-GRUPO TO WRK-SLD-VALOR                 00004100
                 WRITE REL-LINHA FROM WRK-LIN-SALDO                     00004110
                 COMPUTE WRK-DISPONIVEL =                               00004120
                     WRK-LIMITE-GRUPO - WRK-TOT-GRUPO                   00004130
                 MOVE 'DISPONIVEL............' TO WRK-SLD-ROTULO        00004140
                 MOVE WRK-DISPONIVEL TO WRK-SLD-VALOR                   00004150
                 WRITE REL-LINHA FROM WRK-LIN-SALDO                     00004160
                 IF WRK-DISPONIVEL < ZEROS                              00004170
                     ADD 1 TO WRK-QTD-ACIMA                             00004180
                 END-IF                                                 00004190
             END-IF.                                                    00004200
      *---------------------------------------------------              00004210
       0300-FINALIZAR                     SECTION.                      00004220
             PERFORM 0320-PAGINA-RESUMO.                                00004230
             MOVE WRK-CONT-CLIENTES                                     00004240
                 TO WRK-STT-REGISTROS.                                  00004250
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004260
             CLOSE CLIENTE-MASTER.                                      00004270
             CLOSE CONTASREC.                                           00004280
             CLOSE RELGRUPO.                                            00004290
             DISPLAY '------------------'.                              00004300
             DISPLAY '  CLIENTES LIDOS....: ' WRK-CONT-CLIENTES.        00004310
             DISPLAY '  GRUPOS EMITIDOS...: ' WRK-QTD-GRUPOS.           00004320
             DISPLAY '  LOJAS LISTADAS....: ' WRK-CONT-LOJAS.           00004330
             DISPLAY '  GRUPOS ACIMA LIM..: ' WRK-QTD-ACIMA.            00004340
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004350
             PERFORM 9000-TRATA-ERROS.                                  00004360
      *---------------------------------------------------              00004370
       0320-PAGINA-RESUMO                 SECTION.                      00004380
      *    PAGINA DE TOTAIS GERAIS DOS GRUPOS                           00004390
      *---------------------------------------------------              00004400
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004410
             MOVE 'GRUPOS DE CLIENTES........'                          00004420
                 TO WRK-RES-ROTULO.                                     00004430
             MOVE WRK-QTD-GRUPOS TO WRK-RES-QTD.                        00004440
             MOVE WRK-TOT-GERAL TO WRK-RES-VALOR.                       00004450
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00004460
             MOVE 'LOJAS DOS GRUPOS..........'                          00004470
                 TO WRK-RES-ROTULO.                                     00004480
             MOVE WRK-CONT-LOJAS TO WRK-RES-QTD.                        00004490
             MOVE ZEROS TO WRK-RES-VALOR.                               00004500
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00004510
             MOVE 'TITULOS EM ABERTO.........'                          00004520
                 TO WRK-RES-ROTULO.                                     00004530
             MOVE WRK-CONT-TITULOS TO WRK-RES-QTD.                      00004540
             MOVE WRK-TOT-GERAL TO WRK-RES-VALOR.                       00004550
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00004560
             MOVE 'GRUPOS ACIMA DO LIMITE....'                          00004570
                 TO WRK-RES-ROTULO.                                     00004580
             MOVE WRK-QTD-ACIMA TO WRK-RES-QTD.                         00004590
             MOVE ZEROS TO WRK-RES-VALOR.                               00004600
             WRITE REL-LINHA FROM WRK-LIN-RESUMO.                       00004610
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004620
      *---------------------------------------------------              00004630
       9000-TRATA-ERROS                   SECTION.                      00004640
      *---------------------------------------------------              00004650
             PERFORM 9050-GRAVAR-ERRLOG.                                00004660
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004670
             STOP RUN.                                                  00004680
      *--------------------------------------------------------------   00004690
       9000-99-FIM.            EXIT.                                    00004700
      *--------------------------------------------------------------   00004710
