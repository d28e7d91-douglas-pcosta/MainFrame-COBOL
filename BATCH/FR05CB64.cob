      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000310
      *     15/10/2026  IVS     O PRECO NOVO PASSA PELO SERVICO         00000320
      *                         DE PRECIFICACAO (FR05CB96) - O          00000330
      *                         PEDIDO DE CLIENTE COM CONTRATO OU       00000340
      *                         QUEBRA DE QUANTIDADE E COMPARADO        00000350
      *                         COM O PRECO NEGOCIADO, NAO COM O        00000360
      *                         DO MASTER; A REPRECIFICACAO GRAVA       00000370
      *                         A REGRA E O PRECO DE LISTA              00000380
      *     15/10/2026  IVS     A LINHA REPRECIFICADA ACERTA O VALOR    00000390
      *                         TOTAL DO CABECALHO DO PEDIDO (CPPDC01,  00000400
      *                         NOVO 0225-ATUALIZAR-CABECALHO)          00000410
      *=======================================================*         00000420
                                                                        00000430
      *=======================================================*         00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=======================================================*         00000460
       INPUT-OUTPUT                              SECTION.               00000470
       FILE-CONTROL.                                                    00000480
             SELECT HISTPRECO ASSIGN TO ARQHPRC                         00000490
                FILE STATUS  IS WRK-FS-HISTPRC.                         00000500
                                                                        00000510
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00000520
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00000530
                                                                        00000540
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS PRDM-CODIGO                             00000580
                FILE STATUS  IS WRK-FS-PRDM.                            00000590
                                                                        00000600
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS PDC-NUMERO                              00000640
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000650
                                                                        00000660
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS PRM-CODIGO                              00000700
                FILE STATUS  IS WRK-FS-PROMO.                           00000710
                                                                        00000720
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000730
                FILE STATUS  IS WRK-FS-SYSIN.                           00000740
                                                                        00000750
             SELECT RELREPRE ASSIGN TO ARQRPT                           00000760
                FILE STATUS  IS WRK-FS-RELREPRE.                        00000770
                                                                        00000780
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000790
                ORGANIZATION IS INDEXED                                 00000800
                ACCESS MODE  IS DYNAMIC                                 00000810
                RECORD KEY   IS CAL-DATA                                00000820
                FILE STATUS  IS WRK-FS-CALEND.                          00000830
                                                                        00000840
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000850
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000860
                                                                        00000870
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000880
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000890
                                                                        00000900
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000910
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000920
      *=======================================================*         00000930
       DATA                                      DIVISION.              00000940
      *=======================================================*         00000950
       FILE                                      SECTION.               00000960
       FD HISTPRECO                                                     00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
           COPY CPHPR01.                                                00001000
                                                                        00001010
       FD PEDIDOS                                                       00001020
           RECORDING MODE IS F                                          00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
           COPY CPPED01.                                                00001050
                                                                        00001060
       FD PRODUTO-MASTER.                                               00001070
           COPY CPPRDM01.                                               00001080
                                                                        00001090
       FD PEDIDO-CABEC.                                                 00001100
           COPY CPPDC01.                                                00001110
                                                                        00001120
       FD PROMO-MASTER.                                                 00001130
           COPY CPPRM01.                                                00001140
                                                                        00001150
       FD ENTRADA-SYSIN                                                 00001160
           RECORDING MODE IS F                                          00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
       01 SYSIN-REGISTRO             PIC X(007).                        00001190
                                                                        00001200
       FD RELREPRE                                                      00001210
           RECORDING MODE IS F                                          00001220
           BLOCK CONTAINS 0 RECORDS.                                    00001230
       01 REL-LINHA                    PIC X(132).                      00001240
                                                                        00001250
       FD CALENDARIO.                                                   00001260
           COPY CPCAL01.                                                00001270
                                                                        00001280
       FD ERRLOG.                                                       00001290
           COPY CPERRL01.                                               00001300
                                                                        00001310
       FD ESTATIS                                                       00001320
           RECORDING MODE IS F                                          00001330
           BLOCK CONTAINS 0 RECORDS.                                    00001340
           COPY CPSTA01.                                                00001350
                                                                        00001360
       FD CONTROLE                                                      00001370
           RECORDING MODE IS F                                          00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
           COPY CPCTRL01.                                               00001400
      *---------------------------------------------------              00001410
       WORKING-STORAGE                           SECTION.               00001420
      *---------------------------------------------------              00001430
       77 WRK-FS-HISTPRC      PIC X(02) VALUE SPACES.                   00001440
       77 WRK-FS-PEDIDOS      PIC X(02) VALUE SPACES.                   00001450
       77 WRK-FS-PRDM         PIC X(02) VALUE SPACES.                   00001460
       77 WRK-FS-PROMO        PIC X(02) VALUE SPACES.                   00001470
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00001480
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001490
       77 WRK-FS-RELREPRE     PIC X(02) VALUE SPACES.                   00001500
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001510
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001520
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001530
       77 WRK-CONT-REPRECIF   PIC 9(09) COMP VALUE ZERO.                00001540
       77 WRK-CONT-DECISAO    PIC 9(09) COMP VALUE ZERO.                00001550
       77 WRK-CONT-PROMO      PIC 9(09) COMP VALUE ZERO.                00001560
      *---------------------------------------------------              00001570
      *    CARTAO DE POLITICA DA SYSIN - TOLERANCIA PERCENTUAL          00001580
      *    (999V99) E CHAVES S/N DE REPRECIFICAR PARA CIMA E            00001590
      *    PARA BAIXO; SEM CARTAO, NADA E REPRECIFICADO (TUDO           00001600
      *    SAI PARA DECISAO COMERCIAL)                                  00001610
      *---------------------------------------------------              00001620
       01 WRK-CARTAO-POLITICA.                                          00001630
          05 WRK-POL-TOLERANCIA     PIC 9(03)V99 VALUE ZEROS.           00001640
          05 WRK-POL-SOBE           PIC X(01)    VALUE 'N'.             00001650
             88 WRK-POL-SOBE-SIM          VALUE 'S'.                    00001660
          05 WRK-POL-DESCE          PIC X(01)    VALUE 'N'.             00001670
             88 WRK-POL-DESCE-SIM         VALUE 'S'.                    00001680
       77 WRK-VARIACAO-PCT    PIC 9(05)V99 COMP-3 VALUE ZERO.           00001690
       77 WRK-DIFERENCA       PIC S9(07)V99 COMP-3 VALUE ZERO.          00001700
       77 WRK-PRECO-NOVO      PIC 9(07)V99 COMP-3 VALUE ZERO.           00001710
       77 WRK-VALOR-ANTERIOR  PIC 9(09)V99 COMP-3 VALUE ZERO.           00001720
      *---------------------------------------------------              00001730
      *    PRODUTOS AFETADOS PELAS ENTRADAS DO DIA NO                   00001740
      *    HISTORICO DE PRECO                                           00001750
      *---------------------------------------------------              00001760
       77 WRK-MAX-AFETADOS    PIC 9(04) COMP VALUE 2000.                00001770
       77 WRK-QTD-AFETADOS    PIC 9(04) COMP VALUE ZERO.                00001780
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001790
       77 WRK-IDX-ACHADO      PIC 9(04) COMP VALUE ZERO.                00001800
       01 WRK-TABELA-AFETADOS.                                          00001810
          05 WRK-ENT-AFETADO OCCURS 2000 TIMES.                         00001820
             10 WRK-AFE-CODIGO        PIC 9(08).                        00001830
       01 WRK-SW-PROMO.                                                 00001840
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00001850
             88 WRK-PROMO-VIGENTE          VALUE 'S'.                   00001860
             88 WRK-PROMO-AUSENTE          VALUE 'N'.                   00001870
      *---------------------------------------------------              00001880
      *    LINHAS DO RELATORIO                                          00001890
      *---------------------------------------------------              00001900
       01 WRK-CABEC1.                                                   00001910
          05 FILLER               PIC X(42) VALUE                       00001920
             'REPRECIFICACAO DE PEDIDOS ABERTOS - DATA: '.              00001930
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001940
                                                                        00001950
       01 WRK-CABEC2.                                                   00001960
          05 FILLER               PIC X(12) VALUE 'TOLERANCIA: '.       00001970
          05 WRK-CAB-TOLERANCIA   PIC ZZ9.99.                           00001980
          05 FILLER               PIC X(09) VALUE '%  SOBE: '.          00001990
          05 WRK-CAB-SOBE         PIC X(01).                            00002000
          05 FILLER               PIC X(09) VALUE '  DESCE: '.          00002010
          05 WRK-CAB-DESCE        PIC X(01).                            00002020
                                                                        00002030
       01 WRK-DETALHE.                                                  00002040
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00002050
          05 WRK-DET-NUMERO       PIC 9(05).                            00002060
          05 FILLER               PIC X(07) VALUE ' PROD: '.            00002070
          05 WRK-DET-CODIGO       PIC 9(08).                            00002080
          05 FILLER               PIC X(10) VALUE ' FIXADO:  '.         00002090
          05 WRK-DET-PRECO-ANT    PIC Z(6)9.99.                         00002100
          05 FILLER               PIC X(09) VALUE ' MASTER: '.          00002110
          05 WRK-DET-PRECO-NOVO   PIC Z(6)9.99.                         00002120
          05 FILLER               PIC X(07) VALUE ' VAR.: '.            00002130
          05 WRK-DET-VARIACAO     PIC ZZZZ9.99.                         00002140
          05 FILLER               PIC X(02) VALUE '% '.                 00002150
          05 WRK-DET-ACAO         PIC X(22).                            00002160
       COPY CPCAB01.                                                    00002170
       COPY CPERR01.                                                    00002180
       COPY CPDTA01.                                                    00002190
       COPY CPSTT01.                                                    00002200
       COPY CPCTP02.                                                    00002210
      *=========================================*                       00002220
       PROCEDURE DIVISION.                                              00002230
      *=========================================*                       00002240
                                                                        00002250
      *---------------------------------------------------              00002260
       0000-PRINCIPAL                     SECTION.                      00002270
      *---------------------------------------------------              00002280
             PERFORM 0100-INICIAR.                                      00002290
             PERFORM 0200-PROCESSAR                                     00002300
                 UNTIL WRK-FS-PEDIDOS EQUAL '10'.                       00002310
             PERFORM 0300-FINALIZAR.                                    00002320
      *---------------------------------------------------              00002330
       0000-99-FIM.            EXIT.                                    00002340
      *---------------------------------------------------              00002350
                                                                        00002360
       0100-INICIAR                       SECTION.                      00002370
             MOVE 'FR05CB64' TO WRK-CAB-PROGRAMA.                       00002380
             PERFORM 0101-CABECALHO-PADRAO.                             00002390
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002400
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002410
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002420
             OPEN INPUT HISTPRECO.                                      00002430
             OPEN I-O PEDIDOS.                                          00002440
             OPEN INPUT PRODUTO-MASTER.                                 00002450
             PERFORM 0114-ABRIR-PROMO.                                  00002460
             PERFORM 0115-ABRIR-CABECALHO.                              00002470
             OPEN INPUT ENTRADA-SYSIN.                                  00002480
             OPEN OUTPUT RELREPRE.                                      00002490
             OPEN OUTPUT CONTROLE.                                      00002500
             PERFORM 0110-TESTAR-STATUS.                                00002510
             PERFORM 0107-LER-POLITICA.                                 00002520
             PERFORM 0120-CARREGAR-AFETADOS                             00002530
                 UNTIL WRK-FS-HISTPRC EQUAL '10'.                       00002540
             CLOSE HISTPRECO.                                           00002550
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002560
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002570
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002580
      *---------------------------------------------------              00002590
       0100-99-FIM.            EXIT.                                    00002600
      *---------------------------------------------------              00002610
           COPY CPCAB02.                                                00002620
           COPY CPERR02.                                                00002630
           COPY CPDTA02.                                                00002640
           COPY CPSTT02.                                                00002650
      *---------------------------------------------------              00002660
       0114-ABRIR-PROMO                   SECTION.                      00002670
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00002680
      *    PELA FR05CB63 (FILE STATUS 35), NENHUM PEDIDO E              00002690
      *    PROTEGIDO POR PROMOCAO                                       00002700
      *---------------------------------------------------              00002710
             OPEN INPUT PROMO-MASTER.                                   00002720
             IF WRK-FS-PROMO EQUAL '35'                                 00002730
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES'              00002740
             END-IF.                                                    00002750
      *---------------------------------------------------              00002760
       0115-ABRIR-CABECALHO               SECTION.                      00002770
      *    ABRE O CABECALHO DE PEDIDOS - AINDA NAO CRIADO PELOS         00002780
      *    INTAKES (FILE STATUS 35), SO AS LINHAS SAO REPRECIFICADAS    00002790
      *---------------------------------------------------              00002800
             OPEN I-O PEDIDO-CABEC.                                     00002810
             IF WRK-FS-PEDCAB EQUAL '35'                                00002820
                 DISPLAY ' AVISO: SEM CABECALHO DE PEDIDOS'             00002830
             END-IF.                                                    00002840
      *---------------------------------------------------              00002850
       0107-LER-POLITICA                  SECTION.                      00002860
      *    LE O CARTAO DE POLITICA - TOLERANCIA (999V99) NAS            00002870
      *    COLUNAS 1-5, CHAVE DE SUBIDA NA 6 E DE DESCIDA NA 7;         00002880
      *    SEM CARTAO, TUDO SAI PARA DECISAO COMERCIAL                  00002890
      *---------------------------------------------------              00002900
             READ ENTRADA-SYSIN INTO WRK-CARTAO-POLITICA.               00002910
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002920
                OR WRK-POL-TOLERANCIA NOT NUMERIC                       00002930
                 MOVE ZEROS TO WRK-POL-TOLERANCIA                       00002940
                 MOVE 'N'   TO WRK-POL-SOBE                             00002950
                 MOVE 'N'   TO WRK-POL-DESCE                            00002960
                 DISPLAY ' AVISO: SEM CARTAO DE POLITICA - '            00002970
                         'NENHUM PEDIDO SERA REPRECIFICADO'             00002980
             END-IF.                                                    00002990
             CLOSE ENTRADA-SYSIN.                                       00003000
             MOVE WRK-POL-TOLERANCIA TO WRK-CAB-TOLERANCIA.             00003010
             MOVE WRK-POL-SOBE       TO WRK-CAB-SOBE.                   00003020
             MOVE WRK-POL-DESCE      TO WRK-CAB-DESCE.                  00003030
      *---------------------------------------------------              00003040
       0110-TESTAR-STATUS                 SECTION.                      00003050
             IF WRK-FS-HISTPRC NOT EQUAL ZEROS                          00003060
                 MOVE ' ERRO OPEN HISTORICO DE PRECO ' TO WRK-MSG       00003070
                 PERFORM 9000-TRATA-ERROS                               00003080
             END-IF.                                                    00003090
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00003100
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00003110
                 PERFORM 9000-TRATA-ERROS                               00003120
             END-IF.                                                    00003130
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003140
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003150
                 PERFORM 9000-TRATA-ERROS                               00003160
             END-IF.                                                    00003170
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00003180
                AND WRK-FS-PROMO NOT EQUAL '35'                         00003190
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00003200
                 PERFORM 9000-TRATA-ERROS                               00003210
             END-IF.                                                    00003220
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00003230
                AND WRK-FS-PEDCAB NOT EQUAL '35'                        00003240
                 MOVE ' ERRO OPEN PEDIDO-CABEC ' TO WRK-MSG             00003250
                 PERFORM 9000-TRATA-ERROS                               00003260
             END-IF.                                                    00003270
             IF WRK-FS-RELREPRE NOT EQUAL ZEROS                         00003280
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003290
                 PERFORM 9000-TRATA-ERROS                               00003300
             END-IF.                                                    00003310
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003320
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003330
                 PERFORM 9000-TRATA-ERROS                               00003340
             END-IF.                                                    00003350
      *---------------------------------------------------              00003360
       0120-CARREGAR-AFETADOS             SECTION.                      00003370
      *    CARREGA OS PRODUTOS COM ENTRADA DE HOJE NO HISTORICO         00003380
      *    DE PRECO - PRODUTO REPETIDO ENTRA UMA VEZ SO                 00003390
      *---------------------------------------------------              00003400
             READ HISTPRECO.                                            00003410
             IF WRK-FS-HISTPRC EQUAL ZEROS                              00003420
                 IF HPR-DATA EQUAL WRK-DATA-NEGOCIO                     00003430
                     PERFORM 0125-INCLUIR-AFETADO                       00003440
                 END-IF                                                 00003450
             END-IF.                                                    00003460
      *---------------------------------------------------              00003470
       0125-INCLUIR-AFETADO               SECTION.                      00003480
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003490
             MOVE ZERO TO WRK-IDX.                                      00003500
             PERFORM 0126-PROCURAR-AFETADO                              00003510
                 UNTIL WRK-IDX >= WRK-QTD-AFETADOS                      00003520
                    OR WRK-IDX-ACHADO > ZERO.                           00003530
             IF WRK-IDX-ACHADO EQUAL ZERO                               00003540
                 IF WRK-QTD-AFETADOS >= WRK-MAX-AFETADOS                00003550
                     MOVE ' ERRO PRODUTOS AFETADOS EXCEDEM TABELA '     00003560
                         TO WRK-MSG                                     00003570
                     PERFORM 9000-TRATA-ERROS                           00003580
                 END-IF                                                 00003590
                 ADD 1 TO WRK-QTD-AFETADOS                              00003600
                 MOVE HPR-CODIGO                                        00003610
                     TO WRK-AFE-CODIGO (WRK-QTD-AFETADOS)               00003620
             END-IF.                                                    00003630
      *---------------------------------------------------              00003640
       0126-PROCURAR-AFETADO              SECTION.                      00003650
             ADD 1 TO WRK-IDX.                                          00003660
             IF WRK-AFE-CODIGO (WRK-IDX) EQUAL HPR-CODIGO               00003670
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003680
             END-IF.                                                    00003690
      *---------------------------------------------------              00003700
       0200-PROCESSAR                     SECTION.                      00003710
             READ PEDIDOS.                                              00003720
             IF WRK-FS-PEDIDOS EQUAL ZEROS                              00003730
                 ADD 1 TO WRK-CONT-LIDOS                                00003740
                 IF PED-ABERTO                                          00003750
                     PERFORM 0205-PROCURAR-PEDIDO                       00003760
                     IF WRK-IDX-ACHADO > ZERO                           00003770
                         PERFORM 0210-AVALIAR-PEDIDO                    00003780
                     END-IF                                             00003790
                 END-IF                                                 00003800
             END-IF.                                                    00003810
      *---------------------------------------------------              00003820
       0205-PROCURAR-PEDIDO               SECTION.                      00003830
             MOVE ZERO TO WRK-IDX-ACHADO.                               00003840
             MOVE ZERO TO WRK-IDX.                                      00003850
             PERFORM 0206-PROCURAR-UM-CODIGO                            00003860
                 UNTIL WRK-IDX >= WRK-QTD-AFETADOS                      00003870
                    OR WRK-IDX-ACHADO > ZERO.                           00003880
      *---------------------------------------------------              00003890
       0206-PROCURAR-UM-CODIGO            SECTION.                      00003900
             ADD 1 TO WRK-IDX.                                          00003910
             IF WRK-AFE-CODIGO (WRK-IDX) EQUAL PED-CODIGO               00003920
                 MOVE WRK-IDX TO WRK-IDX-ACHADO                         00003930
             END-IF.                                                    00003940
      *---------------------------------------------------              00003950
       0210-AVALIAR-PEDIDO                SECTION.                      00003960
      *    COMPARA O PRECO FIXADO NO PEDIDO COM O PRECO ATUAL DO        00003970
      *    MASTER - DENTRO DA POLITICA, REPRECIFICA; FORA DELA,         00003980
      *    LISTA PARA DECISAO COMERCIAL. PEDIDO DE PRODUTO COM          00003990
      *    PROMOCAO VIGENTE NAO E TOCADO, POIS O PRECO FIXADO           00004000
      *    VEIO DA PROMOCAO E NAO DO MASTER. O PRECO NOVO PASSA         00004010
      *    PELO SERVICO DE PRECIFICACAO (FR05CB96), QUE MANTEM O        00004020
      *    CONTRATO DO CLIENTE E A QUEBRA DE QUANTIDADE                 00004030
      *---------------------------------------------------              00004040
             PERFORM 0215-VERIFICAR-PROMOCAO.                           00004050
             IF WRK-PROMO-VIGENTE                                       00004060
                 ADD 1 TO WRK-CONT-PROMO                                00004070
             ELSE                                                       00004080
                 MOVE PED-CODIGO TO PRDM-CODIGO                         00004090
                 READ PRODUTO-MASTER                                    00004100
                     INVALID KEY                                        00004110
                         DISPLAY ' AVISO: PRODUTO ' PED-CODIGO          00004120
                                 ' DO PEDIDO ' PED-NUMERO               00004130
                                 ' FORA DO MASTER'                      00004140
                     NOT INVALID KEY                                    00004150
                         PERFORM 0217-PRECO-NEGOCIADO                   00004160
                         IF WRK-PRECO-NOVO                              00004170
                                NOT EQUAL PED-PRECO-UNIT                00004180
                             PERFORM 0220-APLICAR-POLITICA              00004190
                         END-IF                                         00004200
                 END-READ                                               00004210
             END-IF.                                                    00004220
      *---------------------------------------------------              00004230
       0215-VERIFICAR-PROMOCAO            SECTION.                      00004240
             SET WRK-PROMO-AUSENTE TO TRUE.                             00004250
             IF WRK-FS-PROMO NOT EQUAL '35'                             00004260
                 MOVE PED-CODIGO TO PRM-CODIGO                          00004270
                 READ PROMO-MASTER                                      00004280
                     INVALID KEY                                        00004290
                         CONTINUE                                       00004300
                     NOT INVALID KEY                                    00004310
                         IF PRM-ATIVA                                   00004320
                            AND WRK-DATA-NEGOCIO                        00004330
                                NOT < PRM-DATA-INICIO                   00004340
                            AND WRK-DATA-NEGOCIO                        00004350
                                NOT > PRM-DATA-FIM                      00004360
                             SET WRK-PROMO-VIGENTE TO TRUE              00004370
                         END-IF                                         00004380
                 END-READ                                               00004390
             END-IF.                                                    00004400
      *---------------------------------------------------              00004410
       0217-PRECO-NEGOCIADO               SECTION.                      00004420
      *    APURA O PRECO QUE A LINHA TERIA HOJE - PRECO ATUAL DO        00004430
      *    MASTER COMO LISTA, SEM PROMOCAO (PEDIDO COM PROMOCAO         00004440
      *    VIGENTE NEM CHEGA AQUI)                                      00004450
      *---------------------------------------------------              00004460
             MOVE PED-CLI-ID          TO CTP-CHK-CLI-ID.                00004470
             MOVE PED-CODIGO          TO CTP-CHK-CODIGO.                00004480
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00004490
             MOVE PED-QUANTIDADE      TO CTP-CHK-QUANTIDADE.            00004500
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00004510
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00004520
             MOVE ZEROS               TO CTP-CHK-PRECO-PROMO.           00004530
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00004540
             IF CTP-CHK-ERRO-ARQ                                        00004550
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00004560
                         ' - PRODUTO ' PED-CODIGO                       00004570
             END-IF.                                                    00004580
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-NOVO.                00004590
      *---------------------------------------------------              00004600
       0220-APLICAR-POLITICA              SECTION.                      00004610
      *    APURA A VARIACAO PERCENTUAL SOBRE O PRECO FIXADO E           00004620
      *    DECIDE PELA POLITICA DO CARTAO - REPRECIFICA DENTRO          00004630
      *    DA TOLERANCIA E DA DIRECAO PERMITIDA                         00004640
      *---------------------------------------------------              00004650
             COMPUTE WRK-DIFERENCA =                                    00004660
                 WRK-PRECO-NOVO - PED-PRECO-UNIT.                       00004670
             IF PED-PRECO-UNIT > ZEROS                                  00004680
                 COMPUTE WRK-VARIACAO-PCT ROUNDED =                     00004690
                     WRK-DIFERENCA * 100 / PED-PRECO-UNIT               00004700
             ELSE                                                       00004710
                 MOVE 999.99 TO WRK-VARIACAO-PCT                        00004720
             END-IF.                                                    00004730
             IF WRK-VARIACAO-PCT < ZERO                                 00004740
                 COMPUTE WRK-VARIACAO-PCT =                             00004750
                     ZERO - WRK-VARIACAO-PCT                            00004760
             END-IF.                                                    00004770
             MOVE PED-NUMERO        TO WRK-DET-NUMERO.                  00004780
             MOVE PED-CODIGO        TO WRK-DET-CODIGO.                  00004790
             MOVE PED-PRECO-UNIT    TO WRK-DET-PRECO-ANT.               00004800
             MOVE WRK-PRECO-NOVO    TO WRK-DET-PRECO-NOVO.              00004810
             MOVE WRK-VARIACAO-PCT  TO WRK-DET-VARIACAO.                00004820
             IF WRK-VARIACAO-PCT NOT > WRK-POL-TOLERANCIA               00004830
                AND ((WRK-DIFERENCA > ZERO AND WRK-POL-SOBE-SIM)        00004840
                 OR (WRK-DIFERENCA < ZERO AND WRK-POL-DESCE-SIM))       00004850
                 MOVE WRK-PRECO-NOVO  TO PED-PRECO-UNIT                 00004860
                 MOVE CTP-CHK-REGRA   TO PED-REGRA-PRECO                00004870
                 MOVE PRDM-PRECO-UNIT TO PED-PRECO-LISTA                00004880
                 MOVE PED-VALOR-TOTAL TO WRK-VALOR-ANTERIOR             00004890
                 COMPUTE PED-VALOR-TOTAL ROUNDED =                      00004900
                     PED-QUANTIDADE * PED-PRECO-UNIT                    00004910
                 REWRITE CPPED01-REGISTRO                               00004920
                 IF WRK-FS-PEDCAB NOT EQUAL '35'                        00004930
                     PERFORM 0225-ATUALIZAR-CABECALHO                   00004940
                 END-IF                                                 00004950
                 ADD 1 TO WRK-CONT-REPRECIF                             00004960
                 MOVE 'REPRECIFICADO'       TO WRK-DET-ACAO             00004970
             ELSE                                                       00004980
                 ADD 1 TO WRK-CONT-DECISAO                              00004990
                 MOVE 'P/ DECISAO COMERCIAL' TO WRK-DET-ACAO            00005000
             END-IF.                                                    00005010
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005020
      *---------------------------------------------------              00005030
       0225-ATUALIZAR-CABECALHO           SECTION.                      00005040
      *    O VALOR TOTAL DO CABECALHO (CPPDC01) E A SOMA DAS            00005050
      *    LINHAS - TROCA O VALOR ANTERIOR DA LINHA REPRECIFICADA       00005060
      *    PELO NOVO, PARA O CABECALHO NAO FICAR DIVERGENTE DAS         00005070
      *    LINHAS ATE O FATURAMENTO                                     00005080
      *---------------------------------------------------              00005090
             MOVE PED-NUMERO TO PDC-NUMERO.                             00005100
             READ PEDIDO-CABEC                                          00005110
                 INVALID KEY                                            00005120
                     GO TO 0225-99-FIM                                  00005130
             END-READ.                                                  00005140
             COMPUTE PDC-VALOR-TOTAL = PDC-VALOR-TOTAL                  00005150
                 - WRK-VALOR-ANTERIOR + PED-VALOR-TOTAL.                00005160
             REWRITE CPPDC01-REGISTRO.                                  00005170
       0225-99-FIM.            EXIT.                                    00005180
      *---------------------------------------------------              00005190
       0300-FINALIZAR                     SECTION.                      00005200
             PERFORM 0310-GRAVA-CONTROLE.                               00005210
             MOVE WRK-CONT-LIDOS                                        00005220
                 TO WRK-STT-REGISTROS.                                  00005230
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005240
             CLOSE PEDIDOS.                                             00005250
             CLOSE PRODUTO-MASTER.                                      00005260
             CLOSE PROMO-MASTER.                                        00005270
             IF WRK-FS-PEDCAB NOT EQUAL '35'                            00005280
                 CLOSE PEDIDO-CABEC                                     00005290
             END-IF.                                                    00005300
             CLOSE RELREPRE.                                            00005310
             CLOSE CONTROLE.                                            00005320
             DISPLAY '------------------'.                              00005330
             DISPLAY '  PEDIDOS LIDOS........: ' WRK-CONT-LIDOS.        00005340
             DISPLAY '  PRODUTOS AFETADOS....: ' WRK-QTD-AFETADOS.      00005350
             DISPLAY '  REPRECIFICADOS.......: ' WRK-CONT-REPRECIF.     00005360
             DISPLAY '  P/ DECISAO COMERCIAL.: ' WRK-CONT-DECISAO.      00005370
             DISPLAY '  PROTEGIDOS P/ PROMO..: ' WRK-CONT-PROMO.        00005380
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005390
             PERFORM 9000-TRATA-ERROS.                                  00005400
      *---------------------------------------------------              00005410
       0310-GRAVA-CONTROLE                SECTION.                      00005420
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005430
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005440
      *---------------------------------------------------              00005450
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005460
             MOVE SPACES              TO CTL-DATA-HORA.                 00005470
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005480
             MOVE WRK-CONT-REPRECIF   TO CTL-QTD-GRAVADOS.              00005490
             MOVE WRK-CONT-DECISAO    TO CTL-QTD-REJEITADOS.            00005500
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005510
             MOVE WRK-CONT-PROMO      TO CTL-QTD-FILTRADOS.             00005520
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005530
             MOVE ZERO                TO CTL-QTD-FONTES.                00005540
             WRITE CPCTRL01-REGISTRO.                                   00005550
      *---------------------------------------------------              00005560
       9000-TRATA-ERROS                   SECTION.                      00005570
      *---------------------------------------------------              00005580
             PERFORM 9050-GRAVAR-ERRLOG.                                00005590
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005600
             STOP RUN.                                                  00005610
      *--------------------------------------------------------------   00005620
       9000-99-FIM.            EXIT.                                    00005630
      *--------------------------------------------------------------   00005640
