      *                         (FR05CB64) SELECIONA POR HPR-DATA =     00000570
      *                         DATA DE NEGOCIO E PERDIA AS             00000580
      *                         MUDANCAS NA VIRADA DE MEIA-NOITE        00000590
      *     15/10/2026  IVS     A ENTRADA PODE TRAZER A PECA DO         00000600
      *                         FORNECEDOR OU O EAN (POSICOES 26-45)    00000610
      *                         NO LUGAR DO CODIGO INTERNO - NOVO       00000620
      *                         0212-RESOLVER-IDENTIFICADOR PELO        00000630
      *                         SERVICO FR06CB13 (REFERENCIA            00000640
      *                         CRUZADA CPXRF01); NAO RESOLVIDA E       00000650
      *                         REJEITADA                               00000660
      *=======================================================*         00000670
                                                                        00000680
      *=======================================================*         00000690
       ENVIRONMENT                               DIVISION.              00000700
      *=======================================================*         00000710
       INPUT-OUTPUT                              SECTION.               00000720
       FILE-CONTROL.                                                    00000730
             SELECT FORNECEDOR ASSIGN TO ARQFOR                         00000740
                FILE STATUS  IS WRK-FS-FORNECEDOR.                      00000750
                                                                        00000760
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000770
                ORGANIZATION IS INDEXED                                 00000780
                ACCESS MODE  IS DYNAMIC                                 00000790
                RECORD KEY   IS FRN-CODIGO                              00000800
                FILE STATUS  IS WRK-FS-FORNEC.                          00000810
                                                                        00000820
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000830
                ORGANIZATION IS INDEXED                                 00000840
                ACCESS MODE  IS DYNAMIC                                 00000850
                RECORD KEY   IS PRDM-CODIGO                             00000860
                FILE STATUS  IS WRK-FS-PRDM.                            00000870
                                                                        00000880
             SELECT PENDENTES ASSIGN TO ARQPEN                          00000890
                FILE STATUS  IS WRK-FS-PENDENTES.                       00000900
                                                                        00000910
             SELECT HISTPRECO ASSIGN TO ARQHPRC                         00000920
                FILE STATUS  IS WRK-FS-HISTPRC.                         00000930
                                                                        00000940
             SELECT HISTCUSTO ASSIGN TO ARQHCU                          00000950
                FILE STATUS  IS WRK-FS-HISTCUS.                         00000960
                                                                        00000970
             SELECT RELPRECO ASSIGN TO ARQRPT                           00000980
                FILE STATUS  IS WRK-FS-RELPRECO.                        00000990
                                                                        00001000
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001010
                FILE STATUS  IS WRK-FS-SYSIN.                           00001020
                                                                        00001030
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001040
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001050
                                                                        00001060
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001070
                ORGANIZATION IS INDEXED                                 00001080
                ACCESS MODE  IS DYNAMIC                                 00001090
                RECORD KEY   IS CAL-DATA                                00001100
                FILE STATUS  IS WRK-FS-CALEND.                          00001110
      *=======================================================*         00001120
       DATA                                      DIVISION.              00001130
      *=======================================================*         00001140
       FILE                                      SECTION.               00001150
       FD FORNECEDOR                                                    00001160
           RECORDING MODE IS F                                          00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
      *    MESMO LRECL DO ARQUIVO DE PENDENTES (CPPEN01), QUE           00001190
      *    PODE SER REAPRESENTADO AQUI NA LIBERACAO SUPERVISIONADA.     00001200
      *    O IDENTIFICADOR ALTERNATIVO (PECA DO FORNECEDOR OU EAN)      00001210
      *    SO E LIDO COM FOR-CODIGO ZERADO OU EM BRANCO - O             00001220
      *    PENDENTE SAI SEMPRE COM O CODIGO JA RESOLVIDO, E NELE        00001230
      *    ESTAS POSICOES CARREGAM OS DADOS DA RETENCAO                 00001240
       01 FORNECEDOR-REGISTRO.                                          00001250
          05 FOR-CODIGO            PIC 9(08).                           00001260
          05 FOR-PRECO-NOVO        PIC 9(07)V99.                        00001270
          05 FOR-DATA-EFETIVA      PIC 9(08).                           00001280
          05 FOR-IDENT-ALTERNATIVO PIC X(20).                           00001290
          05 FILLER                PIC X(02).                           00001300
          05 FOR-FORNECEDOR        PIC 9(05).                           00001310
                                                                        00001320
       FD PRODUTO-MASTER.                                               00001330
           COPY CPPRDM01.                                               00001340
                                                                        00001350
       FD FORNEC-MASTER.                                                00001360
           COPY CPFOR01.                                                00001370
                                                                        00001380
       FD PENDENTES                                                     00001390
           RECORDING MODE IS F                                          00001400
           BLOCK CONTAINS 0 RECORDS.                                    00001410
           COPY CPPEN01.                                                00001420
                                                                        00001430
       FD HISTPRECO                                                     00001440
           RECORDING MODE IS F                                          00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
           COPY CPHPR01.                                                00001470
                                                                        00001480
       FD HISTCUSTO                                                     00001490
           RECORDING MODE IS F                                          00001500
           BLOCK CONTAINS 0 RECORDS.                                    00001510
           COPY CPHCU01.                                                00001520
                                                                        00001530
       FD RELPRECO                                                      00001540
           RECORDING MODE IS F                                          00001550
           BLOCK CONTAINS 0 RECORDS.                                    00001560
       01 REL-LINHA                    PIC X(132).                      00001570
                                                                        00001580
       FD ENTRADA-SYSIN                                                 00001590
           RECORDING MODE IS F                                          00001600
           BLOCK CONTAINS 0 RECORDS.                                    00001610
       01 SYSIN-REGISTRO             PIC X(003).                        00001620
                                                                        00001630
       FD ERRLOG.                                                       00001640
           COPY CPERRL01.                                               00001650
                                                                        00001660
       FD CALENDARIO.                                                   00001670
           COPY CPCAL01.                                                00001680
      *---------------------------------------------------              00001690
       WORKING-STORAGE                           SECTION.               00001700
      *---------------------------------------------------              00001710
       77 WRK-FS-FORNECEDOR   PIC X(02) VALUE SPACES.                   00001720
       77 WRK-FS-FORNEC       PIC X(02) VALUE SPACES.                   00001730
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001740
       77 WRK-FS-PENDENTES    PIC X(02) VALUE SPACES.                   00001750
       77 WRK-FS-HISTPRC      PIC X(02) VALUE SPACES.                   00001760
       77 WRK-FS-HISTCUS      PIC X(02) VALUE SPACES.                   00001770
       77 WRK-CUSTO-ANTERIOR  PIC 9(07)V99 COMP-3 VALUE ZERO.           00001780
       77 WRK-FS-RELPRECO     PIC X(02) VALUE SPACES.                   00001790
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001800
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001810
       COPY CPDTA01.                                                    00001820
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001830
       77 WRK-CONT-APLICADOS  PIC 9(09) COMP VALUE ZERO.                00001840
       77 WRK-CONT-RETIDOS    PIC 9(09) COMP VALUE ZERO.                00001850
       77 WRK-CONT-REJEITADOS PIC 9(09) COMP VALUE ZERO.                00001860
       77 WRK-TOLERANCIA      PIC 9(03) VALUE 20.                       00001870
          88 WRK-LIBERACAO-TOTAL      VALUE 999.                        00001880
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00001890
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00001900
       77 WRK-PRECO-ANTERIOR  PIC 9(07)V99 COMP-3 VALUE ZERO.           00001910
       77 WRK-DIFERENCA       PIC 9(07)V99 COMP-3 VALUE ZERO.           00001920
       77 WRK-PERCENTUAL      PIC 9(05)V99 COMP-3 VALUE ZERO.           00001930
       01 WRK-SW-ACAO.                                                  00001940
          05 WRK-SW-ACAO-IND         PIC X(01) VALUE 'A'.               00001950
             88 WRK-ACAO-APLICAR           VALUE 'A'.                   00001960
             88 WRK-ACAO-RETER             VALUE 'R'.                   00001970
             88 WRK-ACAO-REJEITAR          VALUE 'X'.                   00001980
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.                   00001990
      *---------------------------------------------------              00002000
      *    LINHAS DA LISTAGEM DA CARGA                                  00002010
      *---------------------------------------------------              00002020
       01 WRK-CABEC1.                                                   00002030
          05 FILLER               PIC X(36) VALUE                       00002040
             'CARGA DE PRECO DE FORNECEDOR'.                            00002050
          05 FILLER               PIC X(12) VALUE 'TOLERANCIA: '.       00002060
          05 WRK-CAB-TOLERANCIA   PIC ZZ9.                              00002070
          05 FILLER               PIC X(04) VALUE ' PCT'.               00002080
                                                                        00002090
       01 WRK-CABEC2.                                                   00002100
          05 FILLER PIC X(10) VALUE 'CODIGO'.                           00002110
          05 FILLER PIC X(02) VALUE SPACES.                             00002120
          05 FILLER PIC X(12) VALUE 'PRECO ATUAL'.                      00002130
          05 FILLER PIC X(02) VALUE SPACES.                             00002140
          05 FILLER PIC X(12) VALUE 'PRECO NOVO'.                       00002150
          05 FILLER PIC X(02) VALUE SPACES.                             00002160
          05 FILLER PIC X(08) VALUE 'VAR PCT'.                          00002170
          05 FILLER PIC X(02) VALUE SPACES.                             00002180
          05 FILLER PIC X(30) VALUE 'SITUACAO'.                         00002190
                                                                        00002200
       01 WRK-DETALHE.                                                  00002210
          05 WRK-DET-CODIGO       PIC Z(7)9.                            00002220
          05 FILLER               PIC X(04) VALUE SPACES.               00002230
          05 WRK-DET-PRECO-ATU    PIC Z(6)9.99.                         00002240
          05 FILLER               PIC X(04) VALUE SPACES.               00002250
          05 WRK-DET-PRECO-NOVO   PIC Z(6)9.99.                         00002260
          05 FILLER               PIC X(02) VALUE SPACES.               00002270
          05 WRK-DET-PCT          PIC ZZZZ9.99.                         00002280
          05 FILLER               PIC X(02) VALUE SPACES.               00002290
          05 WRK-DET-SITUACAO     PIC X(30).                            00002300
                                                                        00002310
       01 WRK-RODAPE1.                                                  00002320
          05 FILLER PIC X(26) VALUE 'PRECOS APLICADOS.........:'.       00002330
          05 FILLER PIC X(01) VALUE SPACES.                             00002340
          05 WRK-ROD-APLICADOS    PIC Z(8)9.                            00002350
                                                                        00002360
       01 WRK-RODAPE2.                                                  00002370
          05 FILLER PIC X(26) VALUE 'PRECOS RETIDOS...........:'.       00002380
          05 FILLER PIC X(01) VALUE SPACES.                             00002390
          05 WRK-ROD-RETIDOS      PIC Z(8)9.                            00002400
                                                                        00002410
       01 WRK-RODAPE3.                                                  00002420
          05 FILLER PIC X(26) VALUE 'ENTRADAS REJEITADAS......:'.       00002430
          05 FILLER PIC X(01) VALUE SPACES.                             00002440
          05 WRK-ROD-REJEITADOS   PIC Z(8)9.                            00002450
       COPY CPCAB01.                                                    00002460
       COPY CPERR01.                                                    00002470
       COPY CPXRF02.                                                    00002480
      *=========================================*                       00002490
       PROCEDURE DIVISION.                                              00002500
      *=========================================*                       00002510
                                                                        00002520
      *---------------------------------------------------              00002530
       0000-PRINCIPAL                     SECTION.                      00002540
      *---------------------------------------------------              00002550
             PERFORM 0100-INICIAR.                                      00002560
             PERFORM 0200-PROCESSAR                                     00002570
                 UNTIL WRK-FS-FORNECEDOR EQUAL '10'.                    00002580
             PERFORM 0300-FINALIZAR.                                    00002590
      *---------------------------------------------------              00002600
       0000-99-FIM.            EXIT.                                    00002610
      *---------------------------------------------------              00002620
                                                                        00002630
       0100-INICIAR                       SECTION.                      00002640
             MOVE 'FR05CB33' TO WRK-CAB-PROGRAMA.                       00002650
             PERFORM 0101-CABECALHO-PADRAO.                             00002660
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002670
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00002680
             OPEN INPUT FORNECEDOR.                                     00002690
             OPEN INPUT FORNEC-MASTER.                                  00002700
             OPEN I-O PRODUTO-MASTER.                                   00002710
             OPEN OUTPUT PENDENTES.                                     00002720
             PERFORM 0109-ABRIR-HISTPRECO.                              00002730
             PERFORM 0111-ABRIR-HISTCUSTO.                              00002740
             OPEN INPUT ENTRADA-SYSIN.                                  00002750
             OPEN OUTPUT RELPRECO.                                      00002760
             PERFORM 0110-TESTAR-STATUS.                                00002770
             PERFORM 0107-LER-TOLERANCIA.                               00002780
             MOVE WRK-TOLERANCIA TO WRK-CAB-TOLERANCIA.                 00002790
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002800
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002810
      *---------------------------------------------------              00002820
       0100-99-FIM.            EXIT.                                    00002830
      *---------------------------------------------------              00002840
           COPY CPCAB02.                                                00002850
           COPY CPERR02.                                                00002860
           COPY CPDTA02.                                                00002870
      *---------------------------------------------------              00002880
       0107-LER-TOLERANCIA                SECTION.                      00002890
      *    LE O CARTAO OPCIONAL COM A TOLERANCIA PERCENTUAL - SEM       00002900
      *    CARTAO (OU NAO NUMERICO), VALE O PADRAO 20. A LIBERACAO      00002910
      *    DOS RETIDOS E FEITA REAPRESENTANDO O ARQUIVO DE              00002920
      *    PENDENTES COM O CARTAO 999 (LIBERACAO TOTAL - APLICA         00002930
      *    SEM MEDIR A VARIACAO)                                        00002940
      *---------------------------------------------------              00002950
             READ ENTRADA-SYSIN INTO WRK-TOLERANCIA.                    00002960
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002970
                OR WRK-TOLERANCIA NOT NUMERIC                           00002980
                 MOVE 20 TO WRK-TOLERANCIA                              00002990
             END-IF.                                                    00003000
             CLOSE ENTRADA-SYSIN.                                       00003010
      *---------------------------------------------------              00003020
       0109-ABRIR-HISTPRECO               SECTION.                      00003030
      *    ABRE O LIVRO DE HISTORICO DE PRECO EM EXTEND, CRIANDO-O      00003040
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)  00003050
      *---------------------------------------------------              00003060
             OPEN EXTEND HISTPRECO.                                     00003070
             IF WRK-FS-HISTPRC EQUAL '35'                               00003080
                 OPEN OUTPUT HISTPRECO                                  00003090
                 CLOSE HISTPRECO                                        00003100
                 OPEN EXTEND HISTPRECO                                  00003110
             END-IF.                                                    00003120
      *---------------------------------------------------              00003130
       0111-ABRIR-HISTCUSTO               SECTION.                      00003140
      *    ABRE O LIVRO DE HISTORICO DE CUSTO EM EXTEND, CRIANDO-O      00003150
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS      00003160
      *    35)                                                          00003170
      *---------------------------------------------------              00003180
             OPEN EXTEND HISTCUSTO.                                     00003190
             IF WRK-FS-HISTCUS EQUAL '35'                               00003200
                 OPEN OUTPUT HISTCUSTO                                  00003210
                 CLOSE HISTCUSTO                                        00003220
                 OPEN EXTEND HISTCUSTO                                  00003230
             END-IF.                                                    00003240
      *---------------------------------------------------              00003250
       0110-TESTAR-STATUS                 SECTION.                      00003260
             IF WRK-FS-FORNECEDOR NOT EQUAL ZEROS                       00003270
                 MOVE ' ERRO OPEN FORNECEDOR ' TO WRK-MSG               00003280
                 PERFORM 9000-TRATA-ERROS                               00003290
             END-IF.                                                    00003300
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003310
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003320
                 PERFORM 9000-TRATA-ERROS                               00003330
             END-IF.                                                    00003340
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00003350
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00003360
                 PERFORM 9000-TRATA-ERROS                               00003370
             END-IF.                                                    00003380
             IF WRK-FS-PENDENTES NOT EQUAL ZEROS                        00003390
                 MOVE ' ERRO OPEN PENDENTES ' TO WRK-MSG                00003400
                 PERFORM 9000-TRATA-ERROS                               00003410
             END-IF.                                                    00003420
             IF WRK-FS-HISTPRC NOT EQUAL ZEROS                          00003430
                 MOVE ' ERRO OPEN HISTPRECO ' TO WRK-MSG                00003440
                 PERFORM 9000-TRATA-ERROS                               00003450
             END-IF.                                                    00003460
             IF WRK-FS-HISTCUS NOT EQUAL ZEROS                          00003470
                 MOVE ' ERRO OPEN HISTCUSTO ' TO WRK-MSG                00003480
                 PERFORM 9000-TRATA-ERROS                               00003490
             END-IF.                                                    00003500
             IF WRK-FS-RELPRECO NOT EQUAL ZEROS                         00003510
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003520
                 PERFORM 9000-TRATA-ERROS                               00003530
             END-IF.                                                    00003540
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003550
                AND WRK-FS-SYSIN NOT EQUAL '10'                         00003560
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003570
                 PERFORM 9000-TRATA-ERROS                               00003580
             END-IF.                                                    00003590
      *---------------------------------------------------              00003600
       0200-PROCESSAR                     SECTION.                      00003610
             READ FORNECEDOR.                                           00003620
             IF WRK-FS-FORNECEDOR EQUAL ZEROS                           00003630
                 ADD 1 TO WRK-CONT-LIDOS                                00003640
                 PERFORM 0210-TRATAR-ENTRADA                            00003650
             END-IF.                                                    00003660
      *---------------------------------------------------              00003670
       0210-TRATAR-ENTRADA                SECTION.                      00003680
      *    VALIDA A ENTRADA DO FORNECEDOR CONTRA PRODUTO-MASTER,        00003690
      *    MEDE A VARIACAO PERCENTUAL E DECIDE: APLICAR, RETER          00003700
      *    PARA LIBERACAO SUPERVISIONADA OU REJEITAR                    00003710
      *---------------------------------------------------              00003720
             SET WRK-ACAO-APLICAR TO TRUE.                              00003730
             MOVE SPACES TO WRK-MOTIVO.                                 00003740
             MOVE ZEROS  TO WRK-PERCENTUAL.                             00003750
             IF FOR-IDENT-ALTERNATIVO NOT EQUAL SPACES                  00003760
                AND (FOR-CODIGO NOT NUMERIC OR                          00003770
                     FOR-CODIGO EQUAL ZEROS)                            00003780
                 PERFORM 0212-RESOLVER-IDENTIFICADOR                    00003790
             END-IF.                                                    00003800
             IF WRK-ACAO-REJEITAR                                       00003810
                 CONTINUE                                               00003820
             ELSE IF FOR-CODIGO NOT NUMERIC                             00003830
                OR FOR-PRECO-NOVO NOT NUMERIC                           00003840
                 SET WRK-ACAO-REJEITAR TO TRUE                          00003850
                 MOVE 'CAMPOS NAO NUMERICOS' TO WRK-MOTIVO              00003860
                 MOVE ZEROS TO WRK-PRECO-ANTERIOR                       00003870
             ELSE                                                       00003880
                 PERFORM 0213-VALIDAR-FORNECEDOR                        00003890
             END-IF END-IF.                                             00003900
             IF WRK-ACAO-APLICAR                                        00003910
                 PERFORM 0215-VALIDAR-PRODUTO                           00003920
             END-IF.                                                    00003930
             IF WRK-ACAO-APLICAR                                        00003940
                 PERFORM 0220-MEDIR-VARIACAO                            00003950
             END-IF.                                                    00003960
             EVALUATE TRUE                                              00003970
                 WHEN WRK-ACAO-APLICAR                                  00003980
                     PERFORM 0230-APLICAR-PRECO                         00003990
                 WHEN WRK-ACAO-RETER                                    00004000
                     PERFORM 0240-RETER-PRECO                           00004010
                 WHEN OTHER                                             00004020
                     ADD 1 TO WRK-CONT-REJEITADOS                       00004030
             END-EVALUATE.                                              00004040
             PERFORM 0250-LISTAR-ENTRADA.                               00004050
      *---------------------------------------------------              00004060
       0212-RESOLVER-IDENTIFICADOR        SECTION.                      00004070
      *    ENTRADA SEM O CODIGO INTERNO E RESOLVIDA PELA PECA DO        00004080
      *    FORNECEDOR (OU, NA FALTA, PELO EAN) NA REFERENCIA            00004090
      *    CRUZADA (FR06CB13) - O CODIGO ACHADO PASSA A VALER NA        00004100
      *    ENTRADA, NA LISTAGEM E NO PENDENTE                           00004110
      *---------------------------------------------------              00004120
             MOVE FOR-IDENT-ALTERNATIVO TO XRF-CHK-IDENTIFICADOR.       00004130
             IF FOR-FORNECEDOR NUMERIC                                  00004140
                 MOVE FOR-FORNECEDOR TO XRF-CHK-FORNECEDOR              00004150
             ELSE                                                       00004160
                 MOVE ZEROS          TO XRF-CHK-FORNECEDOR              00004170
             END-IF.                                                    00004180
             CALL 'FR06CB13' USING CPXRF02-AREA.                        00004190
             EVALUATE TRUE                                              00004200
                 WHEN XRF-CHK-OK                                        00004210
                     MOVE XRF-CHK-CODIGO TO FOR-CODIGO                  00004220
                 WHEN XRF-CHK-INATIVO                                   00004230
                     SET WRK-ACAO-REJEITAR TO TRUE                      00004240
                     MOVE 'IDENTIFICADOR INATIVO' TO WRK-MOTIVO         00004250
                     MOVE ZEROS TO WRK-PRECO-ANTERIOR                   00004260
                 WHEN XRF-CHK-NAO-CADASTRADO                            00004270
                     SET WRK-ACAO-REJEITAR TO TRUE                      00004280
                     MOVE 'IDENTIFICADOR DESCONHECIDO' TO WRK-MOTIVO    00004290
                     MOVE ZEROS TO WRK-PRECO-ANTERIOR                   00004300
                 WHEN OTHER                                             00004310
                     MOVE ' ERRO NA REFERENCIA CRUZADA ' TO WRK-MSG     00004320
                     PERFORM 9000-TRATA-ERROS                           00004330
             END-EVALUATE.                                              00004340
      *---------------------------------------------------              00004350
       0213-VALIDAR-FORNECEDOR            SECTION.                      00004360
      *    CONFERE O FORNECEDOR DO FEED NO MASTER CPFOR01 -             00004370
      *    DESCONHECIDO OU INATIVO, A ENTRADA E REJEITADA ANTES         00004380
      *    DE QUALQUER LEITURA DE PRODUTO                               00004390
      *---------------------------------------------------              00004400
             IF FOR-FORNECEDOR NOT NUMERIC                              00004410
                OR FOR-FORNECEDOR EQUAL ZEROS                           00004420
                 SET WRK-ACAO-REJEITAR TO TRUE                          00004430
                 MOVE 'FORNECEDOR NAO INFORMADO' TO WRK-MOTIVO          00004440
                 MOVE ZEROS TO WRK-PRECO-ANTERIOR                       00004450
             ELSE                                                       00004460
                 MOVE FOR-FORNECEDOR TO FRN-CODIGO                      00004470
                 READ FORNEC-MASTER                                     00004480
                     INVALID KEY                                        00004490
                         SET WRK-ACAO-REJEITAR TO TRUE                  00004500
                         MOVE 'FORNECEDOR DESCONHECIDO'                 00004510
                             TO WRK-MOTIVO                              00004520
                         MOVE ZEROS TO WRK-PRECO-ANTERIOR               00004530
                     NOT INVALID KEY                                    00004540
                         IF FRN-INATIVO                                 00004550
                             SET WRK-ACAO-REJEITAR TO TRUE              00004560
                             MOVE 'FORNECEDOR INATIVO'                  00004570
                                 TO WRK-MOTIVO                          00004580
                             MOVE ZEROS TO WRK-PRECO-ANTERIOR           00004590
                         END-IF                                         00004600
                 END-READ                                               00004610
             END-IF.                                                    00004620
      *---------------------------------------------------              00004630
       0215-VALIDAR-PRODUTO               SECTION.                      00004640
             MOVE FOR-CODIGO TO PRDM-CODIGO.                            00004650
             READ PRODUTO-MASTER                                        00004660
                 INVALID KEY                                            00004670
                     SET WRK-ACAO-REJEITAR TO TRUE                      00004680
                     MOVE 'PRODUTO INEXISTENTE' TO WRK-MOTIVO           00004690
                     MOVE ZEROS TO WRK-PRECO-ANTERIOR                   00004700
                 NOT INVALID KEY                                        00004710
                     MOVE PRDM-PRECO-UNIT TO WRK-PRECO-ANTERIOR         00004720
                     IF PRDM-INATIVO                                    00004730
                         SET WRK-ACAO-REJEITAR TO TRUE                  00004740
                         MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO           00004750
                     END-IF                                             00004760
                     IF PRDM-DESCONTINUADO                              00004770
                         SET WRK-ACAO-REJEITAR TO TRUE                  00004780
                         MOVE 'PRODUTO DESCONTINUADO'                   00004790
                             TO WRK-MOTIVO                              00004800
                     END-IF                                             00004810
             END-READ.                                                  00004820
      *---------------------------------------------------              00004830
       0220-MEDIR-VARIACAO                SECTION.                      00004840
      *    MEDE A VARIACAO PERCENTUAL DO PRECO NOVO CONTRA O            00004850
      *    ATUAL - ALEM DA TOLERANCIA, A ENTRADA E RETIDA. PRECO        00004860
      *    ATUAL ZERADO (PRODUTO AINDA SEM PRECO) E SEMPRE ACEITO.      00004870
      *    CARTAO 999 E LIBERACAO TOTAL: APLICA SEM MEDIR, PARA A       00004880
      *    LIBERACAO SUPERVISIONADA COBRIR QUALQUER VARIACAO            00004890
      *---------------------------------------------------              00004900
             IF WRK-LIBERACAO-TOTAL                                     00004910
                OR WRK-PRECO-ANTERIOR EQUAL ZEROS                       00004920
                 CONTINUE                                               00004930
             ELSE                                                       00004940
                 IF FOR-PRECO-NOVO > WRK-PRECO-ANTERIOR                 00004950
                     COMPUTE WRK-DIFERENCA = FOR-PRECO-NOVO -           00004960
                         WRK-PRECO-ANTERIOR                             00004970
                 ELSE                                                   00004980
                     COMPUTE WRK-DIFERENCA = WRK-PRECO-ANTERIOR -       00004990
                         FOR-PRECO-NOVO                                 00005000
                 END-IF                                                 00005010
                 COMPUTE WRK-PERCENTUAL ROUNDED =                       00005020
                     WRK-DIFERENCA * 100 / WRK-PRECO-ANTERIOR           00005030
                 IF WRK-PERCENTUAL > WRK-TOLERANCIA                     00005040
                     SET WRK-ACAO-RETER TO TRUE                         00005050
                     MOVE 'RETIDO - ALEM DA TOLERANCIA'                 00005060
                         TO WRK-MOTIVO                                  00005070
                 END-IF                                                 00005080
             END-IF.                                                    00005090
      *---------------------------------------------------              00005100
       0230-APLICAR-PRECO                 SECTION.                      00005110
      *    APLICA O PRECO NOVO NO MASTER E GRAVA A MUDANCA NO           00005120
      *    LIVRO DE HISTORICO DE PRECO                                  00005130
      *---------------------------------------------------              00005140
             IF PRDM-CUSTO-UNIT NUMERIC                                 00005150
                 MOVE PRDM-CUSTO-UNIT TO WRK-CUSTO-ANTERIOR             00005160
             ELSE                                                       00005170
                 MOVE ZEROS TO WRK-CUSTO-ANTERIOR                       00005180
             END-IF.                                                    00005190
             MOVE FOR-PRECO-NOVO     TO PRDM-PRECO-UNIT.                00005200
             MOVE FOR-PRECO-NOVO     TO PRDM-CUSTO-UNIT.                00005210
             IF FOR-DATA-EFETIVA NUMERIC                                00005220
                AND FOR-DATA-EFETIVA > ZEROS                            00005230
                 MOVE FOR-DATA-EFETIVA TO PRDM-DATA-EFETIVA             00005240
             END-IF.                                                    00005250
             REWRITE CPPRDM01-REGISTRO.                                 00005260
             ADD 1 TO WRK-CONT-APLICADOS.                               00005270
             MOVE 'APLICADO' TO WRK-MOTIVO.                             00005280
             PERFORM 0235-GRAVAR-HIST-PRECO.                            00005290
             PERFORM 0237-GRAVAR-HIST-CUSTO.                            00005300
      *---------------------------------------------------              00005310
       0235-GRAVAR-HIST-PRECO             SECTION.                      00005320
             MOVE PRDM-CODIGO         TO HPR-CODIGO.                    00005330
             MOVE PRDM-CATEGORIA      TO HPR-CATEGORIA.                 00005340
             MOVE WRK-PRECO-ANTERIOR  TO HPR-PRECO-ANTERIOR.            00005350
             MOVE PRDM-PRECO-UNIT     TO HPR-PRECO-NOVO.                00005360
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00005370
             MOVE WRK-DATA-NEGOCIO    TO HPR-DATA.                      00005380
             MOVE WRK-HORA-ATUAL (1:6) TO HPR-HORA.                     00005390
             MOVE 'FR05CB33'          TO HPR-PROGRAMA.                  00005400
             WRITE CPHPR01-REGISTRO.                                    00005410
      *---------------------------------------------------              00005420
       0237-GRAVAR-HIST-CUSTO             SECTION.                      00005430
             MOVE PRDM-CODIGO         TO HCU-CODIGO.                    00005440
             MOVE PRDM-CATEGORIA      TO HCU-CATEGORIA.                 00005450
             MOVE WRK-CUSTO-ANTERIOR  TO HCU-CUSTO-ANTERIOR.            00005460
             MOVE PRDM-CUSTO-UNIT     TO HCU-CUSTO-NOVO.                00005470
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00005480
             MOVE WRK-DATA-NEGOCIO    TO HCU-DATA.                      00005490
             MOVE WRK-HORA-ATUAL (1:6) TO HCU-HORA.                     00005500
             MOVE 'FR05CB33'          TO HCU-PROGRAMA.                  00005510
             WRITE CPHCU01-REGISTRO.                                    00005520
      *---------------------------------------------------              00005530
       0240-RETER-PRECO                   SECTION.                      00005540
      *    GRAVA A ENTRADA RETIDA NO ARQUIVO DE PENDENTES PARA          00005550
      *    LIBERACAO SUPERVISIONADA                                     00005560
      *---------------------------------------------------              00005570
             MOVE FOR-CODIGO         TO PEN-CODIGO.                     00005580
             MOVE FOR-PRECO-NOVO     TO PEN-PRECO-NOVO.                 00005590
             MOVE FOR-DATA-EFETIVA   TO PEN-DATA-EFETIVA.               00005600
             MOVE WRK-PRECO-ANTERIOR TO PEN-PRECO-ATUAL.                00005610
             MOVE WRK-PERCENTUAL     TO PEN-PCT-VARIACAO.               00005620
             MOVE WRK-DATA-ATUAL     TO PEN-DATA-RETENCAO.              00005630
             MOVE FOR-FORNECEDOR     TO PEN-FORNECEDOR.                 00005640
             WRITE CPPEN01-REGISTRO.                                    00005650
             ADD 1 TO WRK-CONT-RETIDOS.                                 00005660
      *---------------------------------------------------              00005670
       0250-LISTAR-ENTRADA                SECTION.                      00005680
             MOVE FOR-CODIGO         TO WRK-DET-CODIGO.                 00005690
             MOVE WRK-PRECO-ANTERIOR TO WRK-DET-PRECO-ATU.              00005700
             IF FOR-PRECO-NOVO NUMERIC                                  00005710
                 MOVE FOR-PRECO-NOVO TO WRK-DET-PRECO-NOVO              00005720
             ELSE                                                       00005730
                 MOVE ZEROS          TO WRK-DET-PRECO-NOVO              00005740
             END-IF.                                                    00005750
             MOVE WRK-PERCENTUAL     TO WRK-DET-PCT.                    00005760
             MOVE WRK-MOTIVO         TO WRK-DET-SITUACAO.               00005770
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005780
      *---------------------------------------------------              00005790
       0300-FINALIZAR                     SECTION.                      00005800
             PERFORM 0310-IMPRIMIR-RODAPE.                              00005810
             CLOSE FORNECEDOR.                                          00005820
             CLOSE FORNEC-MASTER.                                       00005830
             CLOSE PRODUTO-MASTER.                                      00005840
             CLOSE PENDENTES.                                           00005850
             CLOSE HISTPRECO.                                           00005860
             CLOSE HISTCUSTO.                                           00005870
             CLOSE RELPRECO.                                            00005880
             DISPLAY '------------------'.                              00005890
             DISPLAY '  ENTRADAS LIDAS....: ' WRK-CONT-LIDOS.           00005900
             DISPLAY '  PRECOS APLICADOS..: ' WRK-CONT-APLICADOS.       00005910
             DISPLAY '  PRECOS RETIDOS....: ' WRK-CONT-RETIDOS.         00005920
             DISPLAY '  REJEITADAS........: ' WRK-CONT-REJEITADOS.      00005930
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005940
             PERFORM 9000-TRATA-ERROS.                                  00005950
      *---------------------------------------------------              00005960
       0310-IMPRIMIR-RODAPE               SECTION.                      00005970
             MOVE WRK-CONT-APLICADOS  TO WRK-ROD-APLICADOS.             00005980
             MOVE WRK-CONT-RETIDOS    TO WRK-ROD-RETIDOS.               00005990
             MOVE WRK-CONT-REJEITADOS TO WRK-ROD-REJEITADOS.            00006000
             WRITE REL-LINHA FROM WRK-RODAPE1.                          00006010
             WRITE REL-LINHA FROM WRK-RODAPE2.                          00006020
             WRITE REL-LINHA FROM WRK-RODAPE3.                          00006030
      *---------------------------------------------------              00006040
       9000-TRATA-ERROS                   SECTION.                      00006050
      *---------------------------------------------------              00006060
             PERFORM 9050-GRAVAR-ERRLOG.                                00006070
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006080
             STOP RUN.                                                  00006090
      *--------------------------------------------------------------   00006100
       9000-99-FIM.            EXIT.                                    00006110
      *--------------------------------------------------------------   00006120
