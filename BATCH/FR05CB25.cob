      *                         A CARTEIRA DE RETIDOS AGORA E UMA       00000730
      *                         GDG ANEXADA NA GERACAO (0), COMO A      00000740
      *                         CARTEIRA DE BACKORDER                   00000750
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: CARTOES       00000760
      *                         CONSECUTIVOS DO MESMO CLIENTE           00000770
      *                         FORMAM UM PEDIDO SO (ATE 50             00000780
      *                         LINHAS), COM UM NUMERO, LINHAS          00000790
      *                         NUMERADAS EM PED-ITEM E CABECALHO       00000800
      *                         NO ARQUIVO CPPDC01 (ARQPDC). O          00000810
      *                         LIMITE DE CREDITO PASSA A SER           00000820
      *                         CONFERIDO PELO VALOR DO PEDIDO          00000830
      *                         INTEIRO - RETIDO, TODAS AS LINHAS       00000840
      *                         VAO PARA OS RETIDOS COM O MESMO         00000850
      *                         NUMERO. O DISPONIVEL DE CADA LINHA      00000860
      *                         DESCONTA O JA PEDIDO DO MESMO           00000870
      *                         PRODUTO NAS LINHAS ANTERIORES. O        00000880
      *                         CHECKPOINT SO AVANCA COM O PEDIDO       00000890
      *                         FECHADO                                 00000900
      *     15/10/2026  IVS     PRECO DE CONTRATO E QUEBRA DE           00000910
      *                         QUANTIDADE: O 0217-FIXAR-PRECO          00000920
      *                         CHAMA O SERVICO DE PRECIFICACAO         00000930
      *                         (FR05CB96), QUE FICA COM O MENOR        00000940
      *                         PRECO VALIDO ENTRE LISTA, PROMOCAO,     00000950
      *                         CONTRATO DO CLIENTE (PRODUTO OU         00000960
      *                         CATEGORIA) E QUEBRA DE QUANTIDADE;      00000970
      *                         A REGRA E O PRECO DE LISTA VAO PARA     00000980
      *                         A LINHA DO PEDIDO E PARA OS RETIDOS     00000990
      *     15/10/2026  IVS     CONDICAO DE PAGAMENTO NO PEDIDO:        00001000
      *                         O CARTAO GANHA O CODIGO DA              00001010
      *                         CONDICAO (POSICOES 21-23), QUE          00001020
      *                         SOBREPOE A DO CLIENTE NO                00001030
      *                         FATURAMENTO. CODIGO INFORMADO E         00001040
      *                         CONFERIDO NO MASTER CPCPG01             00001050
      *                         (ARQCPG) - INEXISTENTE OU               00001060
      *                         INATIVO REJEITA O CARTAO (07). O        00001070
      *                         PRIMEIRO CODIGO INFORMADO NO            00001080
      *                         PEDIDO VALE PARA O PEDIDO TODO E        00001090
      *                         VAI PARA O CABECALHO E RETIDOS          00001100
      *     15/10/2026  IVS     CREDITO DE GRUPO: CLIENTE PAI COM       00001110
      *                         FILIAIS OU FILIAL (CLI-CLIENTE-PAI)     00001120
      *                         E CONFERIDO TAMBEM PELO SALDO EM        00001130
      *                         ABERTO DO GRUPO INTEIRO CONTRA O        00001140
      *                         LIMITE DO PAI - RETIDO POR GRUPO        00001150
      *                         LEVA O LIMITE E O SALDO DO GRUPO        00001160
      *                         NO REGISTRO DE RETENCAO                 00001170
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00001180
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00001190
      *=======================================================*         00001200
                                                                        00001210
      *=======================================================*         00001220
       ENVIRONMENT                               DIVISION.              00001230
      *=======================================================*         00001240
       INPUT-OUTPUT                              SECTION.               00001250
       FILE-CONTROL.                                                    00001260
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00001270
                ORGANIZATION IS INDEXED                                 00001280
                ACCESS MODE  IS DYNAMIC                                 00001290
                RECORD KEY   IS CLI-ID                                  00001300
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001310
                                                                        00001320
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00001330
                ORGANIZATION IS INDEXED                                 00001340
                ACCESS MODE  IS DYNAMIC                                 00001350
                RECORD KEY   IS PRDM-CODIGO                             00001360
                FILE STATUS  IS WRK-FS-PRDM.                            00001370
                                                                        00001380
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00001390
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00001400
                                                                        00001410
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00001420
                ORGANIZATION IS INDEXED                                 00001430
                ACCESS MODE  IS DYNAMIC                                 00001440
                RECORD KEY   IS PDC-NUMERO                              00001450
                FILE STATUS  IS WRK-FS-PEDCAB.                          00001460
                                                                        00001470
             SELECT CONTADOR ASSIGN TO ARQCONT                          00001480
                ORGANIZATION IS INDEXED                                 00001490
                ACCESS MODE  IS DYNAMIC                                 00001500
                RECORD KEY   IS CONT-PROGRAMA                           00001510
                FILE STATUS  IS WRK-FS-CONTADOR.                        00001520
                                                                        00001530
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001540
                FILE STATUS  IS WRK-FS-REJEITO.                         00001550
                                                                        00001560
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001570
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001580
                                                                        00001590
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001600
                FILE STATUS  IS WRK-FS-SYSIN.                           00001610
                                                                        00001620
             SELECT RETIDOS  ASSIGN TO ARQRTD                           00001630
                FILE STATUS  IS WRK-FS-RETIDOS.                         00001640
                                                                        00001650
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00001660
                ORGANIZATION IS INDEXED                                 00001670
                ACCESS MODE  IS DYNAMIC                                 00001680
                RECORD KEY   IS PRM-CODIGO                              00001690
                FILE STATUS  IS WRK-FS-PROMO.                           00001700
                                                                        00001710
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00001720
                ORGANIZATION IS INDEXED                                 00001730
                ACCESS MODE  IS DYNAMIC                                 00001740
                RECORD KEY   IS KIT-CHAVE                               00001750
                FILE STATUS  IS WRK-FS-KIT.                             00001760
                                                                        00001770
             SELECT CONDPAG-MASTER ASSIGN TO ARQCPG                     00001780
                ORGANIZATION IS INDEXED                                 00001790
                ACCESS MODE  IS DYNAMIC                                 00001800
                RECORD KEY   IS CPG-CODIGO                              00001810
                FILE STATUS  IS WRK-FS-CONDPAG.                         00001820
                                                                        00001830
                                                                        00001840
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001850
                ORGANIZATION IS INDEXED                                 00001860
                ACCESS MODE  IS DYNAMIC                                 00001870
                RECORD KEY   IS CKP-PROGRAMA                            00001880
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001890
                                                                        00001900
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001910
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001920
                                                                        00001930
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001940
                ORGANIZATION IS INDEXED                                 00001950
                ACCESS MODE  IS DYNAMIC                                 00001960
                RECORD KEY   IS CAL-DATA                                00001970
                FILE STATUS  IS WRK-FS-CALEND.                          00001980
                                                                        00001990
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00002000
                FILE STATUS  IS WRK-FS-ESTATIS.                         00002010
                                                                        00002020
             SELECT CONTROLE ASSIGN TO ARQCTL                           00002030
                FILE STATUS  IS WRK-FS-CONTROLE.                        00002040
      *=======================================================*         00002050
       DATA                                      DIVISION.              00002060
      *=======================================================*         00002070
       FILE                                      SECTION.               00002080
       FD ENTRADA-SYSIN                                                 00002090
           RECORDING MODE IS F                                          00002100
           BLOCK CONTAINS 0 RECORDS.                                    00002110
       01 SYSIN-REGISTRO             PIC X(023).                        00002120
                                                                        00002130
       FD CLIENTE-MASTER.                                               00002140
           COPY CPCLIE01.                                               00002150
                                                                        00002160
       FD PRODUTO-MASTER.                                               00002170
           COPY CPPRDM01.                                               00002180
                                                                        00002190
       FD PEDIDOS                                                       00002200
           RECORDING MODE IS F                                          00002210
           BLOCK CONTAINS 0 RECORDS.                                    00002220
           COPY CPPED01.                                                00002230
                                                                        00002240
       FD PEDIDO-CABEC.                                                 00002250
           COPY CPPDC01.                                                00002260
                                                                        00002270
       FD CONTADOR.                                                     00002280
           COPY CPCONT01.                                               00002290
                                                                        00002300
       FD REJEITO-INTAKE                                                00002310
           RECORDING MODE IS F                                          00002320
           BLOCK CONTAINS 0 RECORDS.                                    00002330
           COPY CPREJ05.                                                00002340
                                                                        00002350
       FD AUDITORIA                                                     00002360
           RECORDING MODE IS F                                          00002370
           BLOCK CONTAINS 0 RECORDS.                                    00002380
           COPY CPAUD01.                                                00002390
                                                                        00002400
       FD RETIDOS                                                       00002410
           RECORDING MODE IS F                                          00002420
           BLOCK CONTAINS 0 RECORDS.                                    00002430
           COPY CPRTD01.                                                00002440
                                                                        00002450
       FD PROMO-MASTER.                                                 00002460
           COPY CPPRM01.                                                00002470
                                                                        00002480
       FD KIT-MASTER.                                                   00002490
           COPY CPKIT01.                                                00002500
                                                                        00002510
       FD CONDPAG-MASTER.                                               00002520
           COPY CPCPG01.                                                00002530
                                                                        00002540
       FD CHECKPT.                                                      00002550
           COPY CPCKPT01.                                               00002560
                                                                        00002570
       FD ERRLOG.                                                       00002580
           COPY CPERRL01.                                               00002590
                                                                        00002600
       FD CALENDARIO.                                                   00002610
           COPY CPCAL01.                                                00002620
                                                                        00002630
       FD ESTATIS                                                       00002640
           RECORDING MODE IS F                                          00002650
           BLOCK CONTAINS 0 RECORDS.                                    00002660
           COPY CPSTA01.                                                00002670
                                                                        00002680
       FD CONTROLE                                                      00002690
           RECORDING MODE IS F                                          00002700
           BLOCK CONTAINS 0 RECORDS.                                    00002710
           COPY CPCTRL01.                                               00002720
                                                                        00002730
       WORKING-STORAGE                           SECTION.               00002740
       01 WRK-REGISTRO.                                                 00002750
          05 WRK-CLI-ID     PIC 9(005)        VALUE ZEROS.              00002760
          05 WRK-CODIGO     PIC 9(008)        VALUE ZEROS.              00002770
          05 WRK-QUANTIDADE PIC 9(007)        VALUE ZEROS.              00002780
          05 WRK-COND-PAGTO PIC X(003)        VALUE SPACES.             00002790
                                                                        00002800
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00002810
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002820
       77 WRK-FS-PEDIDOS           PIC X(02) VALUE SPACES.              00002830
       77 WRK-FS-PEDCAB            PIC X(02) VALUE SPACES.              00002840
       77 WRK-FS-CONTADOR          PIC X(02) VALUE SPACES.              00002850
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002860
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002870
       77 WRK-FS-RETIDOS            PIC X(02) VALUE SPACES.             00002880
       77 WRK-FS-PROMO               PIC X(02) VALUE SPACES.            00002890
       77 WRK-FS-KIT                 PIC X(02) VALUE SPACES.            00002900
       77 WRK-FS-CONDPAG             PIC X(02) VALUE SPACES.            00002910
       01 WRK-SW-KIT.                                                   00002920
          05 WRK-SW-KIT-IND          PIC X(01) VALUE 'N'.               00002930
             88 WRK-PRODUTO-KIT            VALUE 'S'.                   00002940
             88 WRK-PRODUTO-SIMPLES        VALUE 'N'.                   00002950
       01 WRK-SW-SUBSTITUICAO.                                          00002960
          05 WRK-SW-SUBST-IND        PIC X(01) VALUE 'N'.               00002970
             88 WRK-SUBST-LIGADA           VALUE 'S'.                   00002980
             88 WRK-SUBST-DESLIGADA        VALUE 'N'.                   00002990
       01 WRK-SW-ESTOQUE.                                               00003000
          05 WRK-SW-ESTOQUE-IND      PIC X(01) VALUE 'N'.               00003010
             88 WRK-ESTOQUE-CURTO          VALUE 'S'.                   00003020
             88 WRK-ESTOQUE-OK             VALUE 'N'.                   00003030
       01 WRK-SW-TROCA.                                                 00003040
          05 WRK-SW-TROCA-IND        PIC X(01) VALUE 'N'.               00003050
             88 WRK-PRODUTO-TROCADO        VALUE 'S'.                   00003060
             88 WRK-PRODUTO-MANTIDO        VALUE 'N'.                   00003070
       77 WRK-CODIGO-ORIGINAL        PIC 9(08) VALUE ZEROS.             00003080
       77 WRK-CODIGO-CANDIDATO       PIC 9(08) VALUE ZEROS.             00003090
       77 WRK-CONT-SUBSTITUIDOS      PIC 9(07) COMP VALUE ZERO.         00003100
       77 WRK-QTD-ELOS               PIC 9(01) COMP VALUE ZERO.         00003110
       77 WRK-PRECO-EFETIVO          PIC 9(07)V99 COMP-3 VALUE ZERO.    00003120
       77 WRK-QTD-DISPONIVEL          PIC S9(07) COMP-3 VALUE ZERO.     00003130
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00003140
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00003150
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00003160
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00003170
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00003180
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00003190
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00003200
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00003210
       77 WRK-NUM-PEDIDO           PIC 9(05) COMP VALUE ZERO.           00003220
       77 WRK-CONT-RETIDOS          PIC 9(07) COMP VALUE ZERO.          00003230
       77 WRK-VALOR-PEDIDO          PIC 9(09)V99 COMP-3 VALUE ZERO.     00003240
       77 WRK-SALDO-CLIENTE         PIC 9(09)V99 COMP-3 VALUE ZERO.     00003250
       77 WRK-LIMITE-RETENCAO       PIC 9(09)V99 COMP-3 VALUE ZERO.     00003260
      *---------------------------------------------------              00003270
      *    GRUPOS DE CLIENTES - SALDO EM ABERTO SOMADO DAS              00003280
      *    FILIAIS DE CADA CLIENTE PAI, APURADO NA ABERTURA (O          00003290
      *    SALDO SO MUDA NO FATURAMENTO E NOS RECEBIMENTOS)             00003300
      *---------------------------------------------------              00003310
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00003320
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00003330
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00003340
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00003350
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00003360
       77 WRK-SALDO-GRUPO     PIC 9(11)V99 COMP-3 VALUE ZERO.           00003370
       01 WRK-CLIENTE-SALVO   PIC X(100) VALUE SPACES.                  00003380
       01 WRK-TABELA-GRUPOS.                                            00003390
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00003400
             10 WRK-GRP-PAI           PIC 9(05).                        00003410
             10 WRK-GRP-SALDO-FILIAIS PIC 9(11)V99 COMP-3.              00003420
       01 WRK-SW-VALIDO.                                                00003430
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00003440
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00003450
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00003460
       01 WRK-SW-CREDITO.                                               00003470
          05 WRK-SW-CREDITO-IND      PIC X(01) VALUE 'S'.               00003480
             88 WRK-CREDITO-OK             VALUE 'S'.                   00003490
             88 WRK-CREDITO-RETIDO         VALUE 'R'.                   00003500
       01 WRK-SW-PROMO.                                                 00003510
          05 WRK-SW-PROMO-IND        PIC X(01) VALUE 'N'.               00003520
             88 WRK-PROMO-APLICADA         VALUE 'S'.                   00003530
             88 WRK-PROMO-NAO-APLICADA     VALUE 'N'.                   00003540
      *---------------------------------------------------              00003550
      *    PEDIDO EM MONTAGEM - LINHAS JA VALIDADAS DOS CARTOES         00003560
      *    CONSECUTIVOS DO MESMO CLIENTE, GRAVADAS NO FECHAMENTO        00003570
      *---------------------------------------------------              00003580
       77 WRK-MAX-ITENS            PIC 9(03) COMP VALUE 50.             00003590
       77 WRK-QTD-ITENS            PIC 9(03) COMP VALUE ZERO.           00003600
       77 WRK-IDX-ITEM             PIC 9(03) COMP VALUE ZERO.           00003610
       77 WRK-PEDIDO-CLI-ID        PIC 9(05) VALUE ZEROS.               00003620
       77 WRK-PEDIDO-COND-PAGTO    PIC X(03) VALUE SPACES.              00003630
       77 WRK-NUM-RETENCAO         PIC 9(05) VALUE ZEROS.               00003640
       77 WRK-CONT-PEDIDOS         PIC 9(07) COMP VALUE ZERO.           00003650
       77 WRK-CONT-PED-RETIDOS     PIC 9(07) COMP VALUE ZERO.           00003660
       01 WRK-TABELA-ITENS.                                             00003670
          05 WRK-ENT-ITEM OCCURS 50 TIMES.                              00003680
             10 WRK-ITM-CODIGO          PIC 9(08).                      00003690
             10 WRK-ITM-CODIGO-ORIG     PIC 9(08).                      00003700
             10 WRK-ITM-QUANTIDADE      PIC 9(07).                      00003710
             10 WRK-ITM-PRECO           PIC 9(07)V99 COMP-3.            00003720
             10 WRK-ITM-VALOR           PIC 9(09)V99 COMP-3.            00003730
             10 WRK-ITM-PROMO           PIC X(01).                      00003740
             10 WRK-ITM-REGRA           PIC X(01).                      00003750
             10 WRK-ITM-LISTA           PIC 9(07)V99 COMP-3.            00003760
       COPY CPAUD02.                                                    00003770
       COPY CPCAB01.                                                    00003780
       COPY CPCKP01.                                                    00003790
       COPY CPERR01.                                                    00003800
       COPY CPDTA01.                                                    00003810
       COPY CPSTT01.                                                    00003820
       COPY CPSRV01.                                                    00003830
       COPY CPCTP02.                                                    00003840
      *---------------------------------------------------              00003850
       LINKAGE                                    SECTION.              00003860
      *---------------------------------------------------              00003870
       01 WRK-PARM-RESTART.                                             00003880
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00003890
          05 WRK-PARM-DADOS           PIC X(66).                        00003900
      *=========================================*                       00003910
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00003920
      *=========================================*                       00003930
                                                                        00003940
      *---------------------------------------------------              00003950
       0000-PRINCIPAL                     SECTION.                      00003960
      *---------------------------------------------------              00003970
             PERFORM 0100-INICIAR.                                      00003980
             PERFORM 0200-PROCESSAR                                     00003990
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004000
             PERFORM 0300-FINALIZAR.                                    00004010
      *---------------------------------------------------              00004020
       0000-99-FIM.            EXIT.                                    00004030
      *---------------------------------------------------              00004040
                                                                        00004050
       0100-INICIAR                       SECTION.                      00004060
             MOVE 'FR05CB25' TO WRK-CAB-PROGRAMA.                       00004070
             PERFORM 0101-CABECALHO-PADRAO.                             00004080
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00004090
             PERFORM 0131-INICIAR-ESTATISTICA.                          00004100
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00004110
             PERFORM 0102-INTERPRETAR-PARM.                             00004120
             IF WRK-PARM-TAM > 1                                        00004130
                AND WRK-PARM-DADOS (2:1) EQUAL 'S'                      00004140
                 SET WRK-SUBST-LIGADA TO TRUE                           00004150
                 DISPLAY ' SUBSTITUICAO AUTOMATICA LIGADA'              00004160
             END-IF.                                                    00004170
             OPEN I-O CLIENTE-MASTER.                                   00004180
             OPEN I-O PRODUTO-MASTER.                                   00004190
             OPEN INPUT ENTRADA-SYSIN.                                  00004200
             PERFORM 0105-ABRIR-AUDITORIA.                              00004210
             PERFORM 0114-ABRIR-PROMO.                                  00004220
             PERFORM 0116-ABRIR-KITS.                                   00004230
             PERFORM 0118-ABRIR-CONDPAG.                                00004240
             PERFORM 0109-ABRIR-PEDIDOS.                                00004250
             PERFORM 0117-ABRIR-PEDCAB.                                 00004260
             PERFORM 0112-ABRIR-CONTADOR.                               00004270
             PERFORM 0103-ABRIR-CHECKPOINT.                             00004280
             PERFORM 0104-POSICIONAR-RESTART.                           00004290
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00004300
                 OPEN EXTEND REJEITO-INTAKE                             00004310
                 OPEN EXTEND CONTROLE                                   00004320
             ELSE                                                       00004330
                 OPEN OUTPUT REJEITO-INTAKE                             00004340
                 OPEN OUTPUT CONTROLE                                   00004350
             END-IF.                                                    00004360
      *    OS RETIDOS SAO SEMPRE ANEXADOS - A GERACAO CORRENTE          00004370
      *    GUARDA AS RETENCOES AINDA NAO TRATADAS PELA FR05CB54 E       00004380
      *    UM OPEN OUTPUT AS DESTRUIRIA                                 00004390
             OPEN EXTEND RETIDOS.                                       00004400
             PERFORM 0110-TESTAR-STATUS.                                00004410
             PERFORM 0119-CARREGAR-GRUPOS.                              00004420
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00004430
      *---------------------------------------------------              00004440
       0100-99-FIM.            EXIT.                                    00004450
      *---------------------------------------------------              00004460
           COPY CPCAB02.                                                00004470
       COPY CPCKP02.                                                    00004480
           COPY CPERR02.                                                00004490
           COPY CPDTA02.                                                00004500
           COPY CPSTT02.                                                00004510
           COPY CPAUD03.                                                00004520
      *---------------------------------------------------              00004530
       0105-ABRIR-AUDITORIA               SECTION.                      00004540
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00004550
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004560
      *---------------------------------------------------              00004570
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00004580
             OPEN EXTEND AUDITORIA.                                     00004590
             IF WRK-FS-AUDITORIA EQUAL '35'                             00004600
                 OPEN OUTPUT AUDITORIA                                  00004610
                 CLOSE AUDITORIA                                        00004620
                 OPEN EXTEND AUDITORIA                                  00004630
             END-IF.                                                    00004640
      *---------------------------------------------------              00004650
       0114-ABRIR-PROMO                   SECTION.                      00004660
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00004670
      *    PELA FR05CB63 (FILE STATUS 35), OS PEDIDOS SEGUEM COM        00004680
      *    O PRECO DO MASTER DE PRODUTO E AVISO NO SYSOUT               00004690
      *---------------------------------------------------              00004700
             OPEN INPUT PROMO-MASTER.                                   00004710
             IF WRK-FS-PROMO EQUAL '35'                                 00004720
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES - '           00004730
                         'PRECO SEGUE O MASTER DE PRODUTO'              00004740
             END-IF.                                                    00004750
      *---------------------------------------------------              00004760
       0116-ABRIR-KITS                    SECTION.                      00004770
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00004780
      *    PELA FR05CB75 (FILE STATUS 35), NENHUM PRODUTO E             00004790
      *    TRATADO COMO KIT                                             00004800
      *---------------------------------------------------              00004810
             OPEN INPUT KIT-MASTER.                                     00004820
             IF WRK-FS-KIT EQUAL '35'                                   00004830
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00004840
             END-IF.                                                    00004850
      *---------------------------------------------------              00004860
       0118-ABRIR-CONDPAG                 SECTION.                      00004870
      *    ABRE O MASTER DE CONDICOES DE PAGAMENTO - AINDA NAO          00004880
      *    CRIADO PELA FR05CB99 (FILE STATUS 35), CARTAO COM            00004890
      *    CONDICAO INFORMADA E REJEITADO                               00004900
      *---------------------------------------------------              00004910
             OPEN INPUT CONDPAG-MASTER.                                 00004920
             IF WRK-FS-CONDPAG EQUAL '35'                               00004930
                 DISPLAY ' AVISO: SEM MASTER DE CONDICOES DE '          00004940
                         'PAGAMENTO'                                    00004950
             END-IF.                                                    00004960
      *---------------------------------------------------              00004970
       0109-ABRIR-PEDIDOS                 SECTION.                      00004980
      *    ABRE O ARQUIVO DE PEDIDOS EM EXTEND, CRIANDO-O NA            00004990
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00005000
      *---------------------------------------------------              00005010
             OPEN EXTEND PEDIDOS.                                       00005020
             IF WRK-FS-PEDIDOS EQUAL '35'                               00005030
                 OPEN OUTPUT PEDIDOS                                    00005040
                 CLOSE PEDIDOS                                          00005050
                 OPEN EXTEND PEDIDOS                                    00005060
             END-IF.                                                    00005070
      *---------------------------------------------------              00005080
       0117-ABRIR-PEDCAB                  SECTION.                      00005090
      *    ABRE O ARQUIVO DE CABECALHO DE PEDIDO EM I-O, CRIANDO-O      00005100
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00005110
      *    STATUS 35)                                                   00005120
      *---------------------------------------------------              00005130
             OPEN I-O PEDIDO-CABEC.                                     00005140
             IF WRK-FS-PEDCAB EQUAL '35'                                00005150
                 OPEN OUTPUT PEDIDO-CABEC                               00005160
                 CLOSE PEDIDO-CABEC                                     00005170
                 OPEN I-O PEDIDO-CABEC                                  00005180
             END-IF.                                                    00005190
      *---------------------------------------------------              00005200
       0112-ABRIR-CONTADOR                SECTION.                      00005210
      *    ABRE O ARQUIVO DE CONTADOR COMPARTILHADO (CPCONT01) E        00005220
      *    LE A SEQUENCIA DESTE PROGRAMA, CRIANDO-A NA PRIMEIRA         00005230
      *    EXECUCAO - NOS MOLDES DA FR05CB06                            00005240
      *---------------------------------------------------              00005250
             OPEN I-O CONTADOR.                                         00005260
             IF WRK-FS-CONTADOR EQUAL '35'                              00005270
                 OPEN OUTPUT CONTADOR                                   00005280
                 CLOSE CONTADOR                                         00005290
                 OPEN I-O CONTADOR                                      00005300
             END-IF.                                                    00005310
             MOVE 'FR05CB25' TO CONT-PROGRAMA.                          00005320
             READ CONTADOR KEY IS CONT-PROGRAMA                         00005330
                 INVALID KEY                                            00005340
                     MOVE 'FR05CB25' TO CONT-PROGRAMA                   00005350
                     MOVE ZEROS     TO CONT-ULTIMO-VALOR                00005360
                     MOVE SPACES    TO CONT-DATA-HORA                   00005370
                     WRITE CPCONT01-REGISTRO                            00005380
             END-READ.                                                  00005390
             MOVE CONT-ULTIMO-VALOR TO WRK-NUM-PEDIDO.                  00005400
      *---------------------------------------------------              00005410
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00005420
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00005430
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00005440
      *---------------------------------------------------              00005450
             PERFORM 0108-PULAR-UM-CARTAO                               00005460
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00005470
                    OR WRK-FS-SYSIN EQUAL '10'.                         00005480
      *---------------------------------------------------              00005490
       0108-PULAR-UM-CARTAO               SECTION.                      00005500
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00005510
             IF WRK-FS-SYSIN EQUAL ZEROS                                00005520
                 ADD 1 TO WRK-CONT-LIDOS                                00005530
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00005540
                 PERFORM 0105-CHECAR-CHECKPOINT                         00005550
             END-IF.                                                    00005560
                                                                        00005570
       0110-TESTAR-STATUS                 SECTION.                      00005580
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005590
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005600
                 PERFORM 9000-TRATA-ERROS                               00005610
             END-IF.                                                    00005620
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005630
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005640
                 PERFORM 9000-TRATA-ERROS                               00005650
             END-IF.                                                    00005660
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00005670
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00005680
                 PERFORM 9000-TRATA-ERROS                               00005690
             END-IF.                                                    00005700
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00005710
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00005720
                 PERFORM 9000-TRATA-ERROS                               00005730
             END-IF.                                                    00005740
             IF WRK-FS-CONTADOR NOT EQUAL ZEROS                         00005750
                 MOVE ' ERRO OPEN CONTADOR ' TO WRK-MSG                 00005760
                 PERFORM 9000-TRATA-ERROS                               00005770
             END-IF.                                                    00005780
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005790
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00005800
                 PERFORM 9000-TRATA-ERROS                               00005810
             END-IF.                                                    00005820
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005830
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005840
                 PERFORM 9000-TRATA-ERROS                               00005850
             END-IF.                                                    00005860
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005870
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005880
                 PERFORM 9000-TRATA-ERROS                               00005890
             END-IF.                                                    00005900
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00005910
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00005920
                 PERFORM 9000-TRATA-ERROS                               00005930
             END-IF.                                                    00005940
             IF WRK-FS-RETIDOS NOT EQUAL ZEROS                          00005950
                 MOVE ' ERRO OPEN RETIDOS ' TO WRK-MSG                  00005960
                 PERFORM 9000-TRATA-ERROS                               00005970
             END-IF.                                                    00005980
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00005990
                AND WRK-FS-PROMO NOT EQUAL '35'                         00006000
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00006010
                 PERFORM 9000-TRATA-ERROS                               00006020
             END-IF.                                                    00006030
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00006040
                AND WRK-FS-KIT NOT EQUAL '35'                           00006050
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00006060
                 PERFORM 9000-TRATA-ERROS                               00006070
             END-IF.                                                    00006080
             IF WRK-FS-CONDPAG NOT EQUAL ZEROS                          00006090
                AND WRK-FS-CONDPAG NOT EQUAL '35'                       00006100
                 MOVE ' ERRO OPEN CONDPAG-MASTER ' TO WRK-MSG           00006110
                 PERFORM 9000-TRATA-ERROS                               00006120
             END-IF.                                                    00006130
      *---------------------------------------------------              00006140
       0200-PROCESSAR                     SECTION.                      00006150
      *    CARTAO DE OUTRO CLIENTE (OU PEDIDO JA NO MAXIMO DE           00006160
      *    LINHAS) FECHA O PEDIDO EM MONTAGEM ANTES DE SER              00006170
      *    TRATADO; O CARTAO VALIDO ENTRA COMO NOVA LINHA. O            00006180
      *    CHECKPOINT SO E TOMADO SEM PEDIDO EM MONTAGEM, PARA A        00006190
      *    RETOMADA NAO PERDER LINHAS AINDA NAO GRAVADAS                00006200
      *---------------------------------------------------              00006210
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00006220
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00006230
                 GO TO 0200-99-FIM                                      00006240
             END-IF.                                                    00006250
             ADD 1 TO WRK-CONT-LIDOS.                                   00006260
             IF WRK-QTD-ITENS > ZERO                                    00006270
                AND (WRK-CLI-ID NOT EQUAL WRK-PEDIDO-CLI-ID             00006280
                     OR WRK-QTD-ITENS >= WRK-MAX-ITENS)                 00006290
                 PERFORM 0230-FECHAR-PEDIDO                             00006300
                 COMPUTE WRK-CKPT-CONT-LIDOS = WRK-CONT-LIDOS - 1       00006310
                 PERFORM 0105-CHECAR-CHECKPOINT                         00006320
             END-IF.                                                    00006330
             PERFORM 0210-VALIDAR-REGISTRO.                             00006340
             IF WRK-REGISTRO-VALIDO                                     00006350
                 PERFORM 0211-INCLUIR-ITEM                              00006360
                 SET AUD-ACEITO TO TRUE                                 00006370
             ELSE                                                       00006380
                 ADD 1 TO WRK-CONT-REJEITADOS                           00006390
                 PERFORM 0220-GRAVA-REJEITO                             00006400
                 SET AUD-REJEITADO TO TRUE                              00006410
             END-IF.                                                    00006420
             PERFORM 0900-GRAVAR-AUDITORIA.                             00006430
             IF WRK-QTD-ITENS EQUAL ZERO                                00006440
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00006450
                 PERFORM 0105-CHECAR-CHECKPOINT                         00006460
             END-IF.                                                    00006470
       0200-99-FIM.            EXIT.                                    00006480
      *---------------------------------------------------              00006490
       0210-VALIDAR-REGISTRO              SECTION.                      00006500
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006510
             SET WRK-CREDITO-OK      TO TRUE.                           00006520
             SET WRK-PRODUTO-MANTIDO TO TRUE.                           00006530
             SET WRK-ESTOQUE-OK      TO TRUE.                           00006540
             MOVE ZEROS TO WRK-CODIGO-ORIGINAL.                         00006550
             IF WRK-CLI-ID NOT NUMERIC OR                               00006560
                WRK-CODIGO NOT NUMERIC                                  00006570
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006580
                 MOVE 06 TO REJ5-CODIGO-MOTIVO                          00006590
                 MOVE 'CAMPO CHAVE NAO NUMERICO' TO                     00006600
                     REJ5-DESCRICAO-MOTIVO                              00006610
             ELSE IF WRK-QUANTIDADE NOT NUMERIC OR                      00006620
                WRK-QUANTIDADE EQUAL ZEROS                              00006630
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006640
                 MOVE 05 TO REJ5-CODIGO-MOTIVO                          00006650
                 MOVE 'QUANTIDADE INVALIDA' TO                          00006660
                     REJ5-DESCRICAO-MOTIVO                              00006670
             END-IF END-IF.                                             00006680
             IF WRK-REGISTRO-VALIDO                                     00006690
                 PERFORM 0214-VALIDAR-CLIENTE                           00006700
             END-IF.                                                    00006710
             IF WRK-REGISTRO-VALIDO                                     00006720
                 PERFORM 0216-VALIDAR-PRODUTO                           00006730
             END-IF.                                                    00006740
             IF WRK-REGISTRO-VALIDO                                     00006750
                AND WRK-COND-PAGTO NOT EQUAL SPACES                     00006760
                 PERFORM 0224-VALIDAR-CONDICAO                          00006770
             END-IF.                                                    00006780
             IF WRK-REGISTRO-VALIDO                                     00006790
                 PERFORM 0217-FIXAR-PRECO                               00006800
             END-IF.                                                    00006810
      *---------------------------------------------------              00006820
       0211-INCLUIR-ITEM                  SECTION.                      00006830
      *    GUARDA O CARTAO VALIDADO COMO NOVA LINHA DO PEDIDO EM        00006840
      *    MONTAGEM, JA PRECIFICADA                                     00006850
      *---------------------------------------------------              00006860
             IF WRK-QTD-ITENS EQUAL ZERO                                00006870
                 MOVE WRK-CLI-ID TO WRK-PEDIDO-CLI-ID                   00006880
                 MOVE SPACES     TO WRK-PEDIDO-COND-PAGTO               00006890
             END-IF.                                                    00006900
             IF WRK-PEDIDO-COND-PAGTO EQUAL SPACES                      00006910
                 MOVE WRK-COND-PAGTO TO WRK-PEDIDO-COND-PAGTO           00006920
             END-IF.                                                    00006930
             ADD 1 TO WRK-QTD-ITENS.                                    00006940
             MOVE WRK-CODIGO     TO WRK-ITM-CODIGO (WRK-QTD-ITENS).     00006950
             IF WRK-PRODUTO-TROCADO                                     00006960
                 MOVE WRK-CODIGO-ORIGINAL                               00006970
                     TO WRK-ITM-CODIGO-ORIG (WRK-QTD-ITENS)             00006980
             ELSE                                                       00006990
                 MOVE ZEROS TO WRK-ITM-CODIGO-ORIG (WRK-QTD-ITENS)      00007000
             END-IF.                                                    00007010
             MOVE WRK-QUANTIDADE TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS). 00007020
             MOVE WRK-PRECO-EFETIVO TO WRK-ITM-PRECO (WRK-QTD-ITENS).   00007030
             COMPUTE WRK-ITM-VALOR (WRK-QTD-ITENS) ROUNDED =            00007040
                 WRK-QUANTIDADE * WRK-PRECO-EFETIVO.                    00007050
             MOVE WRK-SW-PROMO-IND TO WRK-ITM-PROMO (WRK-QTD-ITENS).    00007060
             MOVE CTP-CHK-REGRA    TO WRK-ITM-REGRA (WRK-QTD-ITENS).    00007070
             MOVE CTP-CHK-PRECO-LISTA                                   00007080
                 TO WRK-ITM-LISTA (WRK-QTD-ITENS).                      00007090
      *---------------------------------------------------              00007100
       0214-VALIDAR-CLIENTE               SECTION.                      00007110
             MOVE WRK-CLI-ID TO CLI-ID.                                 00007120
             READ CLIENTE-MASTER                                        00007130
                 INVALID KEY                                            00007140
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007150
                     MOVE 01 TO REJ5-CODIGO-MOTIVO                      00007160
                     MOVE 'CLIENTE INEXISTENTE' TO                      00007170
                         REJ5-DESCRICAO-MOTIVO                          00007180
                 NOT INVALID KEY                                        00007190
                     IF NOT CLI-STAT-ATIVO                              00007200
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007210
                         MOVE 01 TO REJ5-CODIGO-MOTIVO                  00007220
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO        00007230
                             REJ5-DESCRICAO-MOTIVO                      00007240
                     END-IF                                             00007250
             END-READ.                                                  00007260
      *---------------------------------------------------              00007270
       0224-VALIDAR-CONDICAO              SECTION.                      00007280
      *    A CONDICAO INFORMADA NO CARTAO TEM DE EXISTIR ATIVA NO       00007290
      *    MASTER DE CONDICOES DE PAGAMENTO (CPCPG01)                   00007300
      *---------------------------------------------------              00007310
             IF WRK-FS-CONDPAG EQUAL '35'                               00007320
                 SET CPG-INATIVA TO TRUE                                00007330
             ELSE                                                       00007340
                 MOVE WRK-COND-PAGTO TO CPG-CODIGO                      00007350
                 READ CONDPAG-MASTER                                    00007360
                     INVALID KEY                                        00007370
                         SET CPG-INATIVA TO TRUE                        00007380
                 END-READ                                               00007390
             END-IF.                                                    00007400
             IF NOT CPG-ATIVA                                           00007410
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007420
                 MOVE 07 TO REJ5-CODIGO-MOTIVO                          00007430
                 MOVE 'CONDICAO DE PAGAMENTO INVALIDA' TO               00007440
                     REJ5-DESCRICAO-MOTIVO                              00007450
             END-IF.                                                    00007460
      *---------------------------------------------------              00007470
       0216-VALIDAR-PRODUTO               SECTION.                      00007480
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00007490
             READ PRODUTO-MASTER                                        00007500
                 INVALID KEY                                            00007510
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007520
                     MOVE 02 TO REJ5-CODIGO-MOTIVO                      00007530
                     MOVE 'PRODUTO INEXISTENTE' TO                      00007540
                         REJ5-DESCRICAO-MOTIVO                          00007550
                 NOT INVALID KEY                                        00007560
                     IF PRDM-INATIVO                                    00007570
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007580
                         MOVE 03 TO REJ5-CODIGO-MOTIVO                  00007590
                         MOVE 'PRODUTO INATIVO' TO                      00007600
                             REJ5-DESCRICAO-MOTIVO                      00007610
                     ELSE                                               00007620
                         PERFORM 0213-VERIFICAR-KIT                     00007630
                         IF WRK-PRODUTO-KIT                             00007640
                             CONTINUE                                   00007650
                         ELSE                                           00007660
                             PERFORM 0215-APURAR-DISPONIVEL             00007670
                             IF WRK-QUANTIDADE > WRK-QTD-DISPONIVEL     00007680
                                 SET WRK-ESTOQUE-CURTO TO TRUE          00007690
                             END-IF                                     00007700
                         END-IF                                         00007710
                     END-IF                                             00007720
             END-READ.                                                  00007730
             IF WRK-ESTOQUE-CURTO                                       00007740
                 IF WRK-SUBST-LIGADA                                    00007750
                     PERFORM 0221-TENTAR-SUBSTITUIR                     00007760
                 END-IF                                                 00007770
                 IF WRK-ESTOQUE-CURTO                                   00007780
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007790
                     MOVE 04 TO REJ5-CODIGO-MOTIVO                      00007800
                     MOVE 'ESTOQUE INSUFICIENTE' TO                     00007810
                         REJ5-DESCRICAO-MOTIVO                          00007820
                 END-IF                                                 00007830
             END-IF.                                                    00007840
      *---------------------------------------------------              00007850
       0221-TENTAR-SUBSTITUIR             SECTION.                      00007860
      *    SEGUE A CORRENTE DE SUBSTITUTOS DO PRODUTO EM FALTA          00007870
      *    (ATE CINCO ELOS, PARA CORRENTE CIRCULAR NAO RODAR EM         00007880
      *    LACO) E ACEITA O PRIMEIRO ATIVO COM DISPONIVEL - O           00007890
      *    PEDIDO PASSA A SER DO SUBSTITUTO E O ORIGINAL FICA           00007900
      *    GUARDADO PARA A NOTA                                         00007910
      *---------------------------------------------------              00007920
             MOVE WRK-CODIGO TO WRK-CODIGO-ORIGINAL.                    00007930
             MOVE ZERO TO WRK-QTD-ELOS.                                 00007940
             PERFORM 0222-SEGUIR-UM-ELO                                 00007950
                 UNTIL WRK-ESTOQUE-OK                                   00007960
                    OR WRK-QTD-ELOS >= 5                                00007970
                    OR PRDM-CODIGO-SUBSTITUTO NOT NUMERIC               00007980
                    OR PRDM-CODIGO-SUBSTITUTO EQUAL ZEROS.              00007990
             IF WRK-ESTOQUE-OK                                          00008000
                 SET WRK-PRODUTO-TROCADO TO TRUE                        00008010
                 ADD 1 TO WRK-CONT-SUBSTITUIDOS                         00008020
             ELSE                                                       00008030
                 MOVE WRK-CODIGO-ORIGINAL TO WRK-CODIGO                 00008040
                 MOVE ZEROS TO WRK-CODIGO-ORIGINAL                      00008050
                 MOVE WRK-CODIGO TO PRDM-CODIGO                         00008060
                 READ PRODUTO-MASTER                                    00008070
                     INVALID KEY                                        00008080
                         CONTINUE                                       00008090
                 END-READ                                               00008100
             END-IF.                                                    00008110
      *---------------------------------------------------              00008120
       0222-SEGUIR-UM-ELO                 SECTION.                      00008130
             ADD 1 TO WRK-QTD-ELOS.                                     00008140
             MOVE PRDM-CODIGO-SUBSTITUTO TO WRK-CODIGO-CANDIDATO.       00008150
             MOVE WRK-CODIGO-CANDIDATO   TO PRDM-CODIGO.                00008160
             READ PRODUTO-MASTER                                        00008170
                 INVALID KEY                                            00008180
                     MOVE ZEROS TO PRDM-CODIGO-SUBSTITUTO               00008190
                 NOT INVALID KEY                                        00008200
                     IF PRDM-INATIVO                                    00008210
                         CONTINUE                                       00008220
                     ELSE                                               00008230
                         PERFORM 0215-APURAR-DISPONIVEL                 00008240
                         IF WRK-QUANTIDADE                              00008250
                                NOT > WRK-QTD-DISPONIVEL                00008260
                             SET WRK-ESTOQUE-OK TO TRUE                 00008270
                             MOVE WRK-CODIGO-CANDIDATO                  00008280
                                 TO WRK-CODIGO                          00008290
                         END-IF                                         00008300
                     END-IF                                             00008310
             END-READ.                                                  00008320
      *---------------------------------------------------              00008330
       0213-VERIFICAR-KIT                 SECTION.                      00008340
      *    PRODUTO COM COMPONENTE ATIVO NA ESTRUTURA DE KIT NAO E       00008350
      *    CRITICADO PELO SALDO DO PAI - O KIT E MONTADO NO             00008360
      *    FATURAMENTO                                                  00008370
      *---------------------------------------------------              00008380
             SET WRK-PRODUTO-SIMPLES TO TRUE.                           00008390
             IF WRK-FS-KIT EQUAL '35'                                   00008400
                 GO TO 0213-99-FIM                                      00008410
             END-IF.                                                    00008420
             MOVE WRK-CODIGO TO KIT-CODIGO-PAI.                         00008430
             MOVE ZEROS      TO KIT-COMPONENTE.                         00008440
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00008450
                 INVALID KEY                                            00008460
                     GO TO 0213-99-FIM                                  00008470
             END-START.                                                 00008480
             PERFORM 0214-LER-UM-COMPONENTE                             00008490
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS                       00008500
                    OR WRK-PRODUTO-KIT.                                 00008510
             MOVE SPACES TO WRK-FS-KIT.                                 00008520
       0213-99-FIM.            EXIT.                                    00008530
      *---------------------------------------------------              00008540
       0214-LER-UM-COMPONENTE             SECTION.                      00008550
             READ KIT-MASTER NEXT RECORD.                               00008560
             IF WRK-FS-KIT EQUAL ZEROS                                  00008570
                 IF KIT-CODIGO-PAI NOT EQUAL WRK-CODIGO                 00008580
                     MOVE '10' TO WRK-FS-KIT                            00008590
                 ELSE                                                   00008600
                     IF KIT-ATIVO                                       00008610
                         SET WRK-PRODUTO-KIT TO TRUE                    00008620
                     END-IF                                             00008630
                 END-IF                                                 00008640
             END-IF.                                                    00008650
      *---------------------------------------------------              00008660
       0215-APURAR-DISPONIVEL             SECTION.                      00008670
      *    DISPONIVEL = SALDO FISICO MENOS A QUANTIDADE JA              00008680
      *    COMPROMETIDA COM PEDIDOS ACEITOS E AINDA NAO                 00008690
      *    FATURADOS - CAMPO EM BRANCO (REGISTRO LEGADO) E              00008700
      *    TRATADO COMO ZERO                                            00008710
      *---------------------------------------------------              00008720
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00008730
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00008740
             END-IF.                                                    00008750
             COMPUTE WRK-QTD-DISPONIVEL =                               00008760
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00008770
             MOVE ZERO TO WRK-IDX-ITEM.                                 00008780
             PERFORM 0223-DESCONTAR-UMA-LINHA                           00008790
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00008800
      *---------------------------------------------------              00008810
       0223-DESCONTAR-UMA-LINHA           SECTION.                      00008820
      *    LINHA ANTERIOR DO MESMO PEDIDO COM O MESMO PRODUTO AINDA     00008830
      *    NAO COMPROMETEU O SALDO - O DISPONIVEL A DESCONTA            00008840
      *---------------------------------------------------              00008850
             ADD 1 TO WRK-IDX-ITEM.                                     00008860
             IF WRK-ITM-CODIGO (WRK-IDX-ITEM) EQUAL PRDM-CODIGO         00008870
                 SUBTRACT WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)             00008880
                     FROM WRK-QTD-DISPONIVEL                            00008890
             END-IF.                                                    00008900
      *---------------------------------------------------              00008910
       0217-FIXAR-PRECO                   SECTION.                      00008920
      *    FIXA O PRECO EFETIVO DO PEDIDO - O PRECO PROMOCIONAL         00008930
      *    (CPPRM01) VENCE O DO MASTER DE PRODUTO ENQUANTO A            00008940
      *    PROMOCAO ESTIVER ATIVA E A DATA DE NEGOCIO DENTRO DA         00008950
      *    JANELA; FORA DELA A PROMOCAO DEIXA DE VALER SOZINHA.         00008960
      *    O SERVICO DE PRECIFICACAO (FR05CB96) CONFRONTA LISTA E       00008970
      *    PROMOCAO COM O CONTRATO DO CLIENTE E A QUEBRA DE             00008980
      *    QUANTIDADE E FICA O MENOR PRECO VALIDO, COM A REGRA          00008990
      *---------------------------------------------------              00009000
             MOVE PRDM-PRECO-UNIT TO WRK-PRECO-EFETIVO.                 00009010
             SET WRK-PROMO-NAO-APLICADA TO TRUE.                        00009020
             IF WRK-FS-PROMO NOT EQUAL '35'                             00009030
                 MOVE WRK-CODIGO TO PRM-CODIGO                          00009040
                 READ PROMO-MASTER                                      00009050
                     INVALID KEY                                        00009060
                         CONTINUE                                       00009070
                     NOT INVALID KEY                                    00009080
                         IF PRM-ATIVA                                   00009090
                            AND WRK-DATA-NEGOCIO                        00009100
                                NOT < PRM-DATA-INICIO                   00009110
                            AND WRK-DATA-NEGOCIO                        00009120
                                NOT > PRM-DATA-FIM                      00009130
                             MOVE PRM-PRECO-PROMO                       00009140
                                 TO WRK-PRECO-EFETIVO                   00009150
                             SET WRK-PROMO-APLICADA TO TRUE             00009160
                         END-IF                                         00009170
                 END-READ                                               00009180
             END-IF.                                                    00009190
             MOVE WRK-CLI-ID          TO CTP-CHK-CLI-ID.                00009200
             MOVE WRK-CODIGO          TO CTP-CHK-CODIGO.                00009210
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00009220
             MOVE WRK-QUANTIDADE      TO CTP-CHK-QUANTIDADE.            00009230
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00009240
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00009250
             IF WRK-PROMO-APLICADA                                      00009260
                 MOVE WRK-PRECO-EFETIVO TO CTP-CHK-PRECO-PROMO          00009270
             ELSE                                                       00009280
                 MOVE ZEROS TO CTP-CHK-PRECO-PROMO                      00009290
             END-IF.                                                    00009300
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00009310
             IF CTP-CHK-ERRO-ARQ                                        00009320
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00009330
                         ' - PRODUTO ' WRK-CODIGO                       00009340
             END-IF.                                                    00009350
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-EFETIVO.             00009360
             IF NOT CTP-CHK-REGRA-PROMOCAO                              00009370
                 SET WRK-PROMO-NAO-APLICADA TO TRUE                     00009380
             END-IF.                                                    00009390
      *---------------------------------------------------              00009400
       0119-CARREGAR-GRUPOS               SECTION.                      00009410
      *    PERCORRE O CLIENTE-MASTER E SOMA O SALDO EM ABERTO DAS       00009420
      *    FILIAIS DE CADA CLIENTE PAI (CLI-CLIENTE-PAI)                00009430
      *---------------------------------------------------              00009440
             MOVE ZEROS TO CLI-ID.                                      00009450
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00009460
                 INVALID KEY                                            00009470
                     MOVE '10' TO WRK-FS-CLIENTE                        00009480
             END-START.                                                 00009490
             PERFORM 0120-SOMAR-UMA-FILIAL                              00009500
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00009510
             MOVE SPACES TO WRK-FS-CLIENTE.                             00009520
             DISPLAY ' GRUPOS DE CLIENTES CARREGADOS: '                 00009530
                     WRK-QTD-GRUPOS.                                    00009540
      *---------------------------------------------------              00009550
       0120-SOMAR-UMA-FILIAL              SECTION.                      00009560
             READ CLIENTE-MASTER NEXT RECORD.                           00009570
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00009580
                AND CLI-CLIENTE-PAI NUMERIC                             00009590
                AND CLI-CLIENTE-PAI > ZEROS                             00009600
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00009610
                 PERFORM 0225-LOCALIZAR-GRUPO                           00009620
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00009630
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00009640
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00009650
                             TO WRK-MSG                                 00009660
                         PERFORM 9000-TRATA-ERROS                       00009670
                     END-IF                                             00009680
                     ADD 1 TO WRK-QTD-GRUPOS                            00009690
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00009700
                     MOVE CLI-CLIENTE-PAI                               00009710
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00009720
                     MOVE ZEROS                                         00009730
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00009740
                 END-IF                                                 00009750
                 IF CLI-SALDO-ABERTO NUMERIC                            00009760
                     ADD CLI-SALDO-ABERTO                               00009770
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00009780
                 END-IF                                                 00009790
             END-IF.                                                    00009800
      *---------------------------------------------------              00009810
       0225-LOCALIZAR-GRUPO               SECTION.                      00009820
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00009830
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00009840
      *---------------------------------------------------              00009850
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00009860
             MOVE ZERO TO WRK-IDX-GRP.                                  00009870
             PERFORM 0226-PROCURAR-UM-GRUPO                             00009880
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00009890
                    OR WRK-IDX-GRP-ACH > ZERO.                          00009900
      *---------------------------------------------------              00009910
       0226-PROCURAR-UM-GRUPO             SECTION.                      00009920
             ADD 1 TO WRK-IDX-GRP.                                      00009930
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00009940
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00009950
             END-IF.                                                    00009960
      *---------------------------------------------------              00009970
       0218-VERIFICAR-CREDITO             SECTION.                      00009980
      *    CONFERE O VALOR DO PEDIDO INTEIRO (SOMA DAS LINHAS)          00009990
      *    SOMADO AO SALDO EM ABERTO DO CLIENTE CONTRA O LIMITE DE      00010000
      *    CREDITO - ACIMA DO LIMITE O PEDIDO E RETIDO PARA             00010010
      *    LIBERACAO SUPERVISIONADA. LIMITE ZERADO OU EM BRANCO         00010020
      *    (REGISTRO LEGADO) E SEM LIMITE; O CLIENTE JA FOI RELIDO      00010030
      *    PELO FECHAMENTO DO PEDIDO. CLIENTE DE GRUPO (PAI COM         00010040
      *    FILIAIS OU FILIAL) E CONFERIDO TAMBEM PELO SALDO DO          00010050
      *    GRUPO INTEIRO CONTRA O LIMITE DO PAI (0227)                  00010060
      *---------------------------------------------------              00010070
             IF CLI-SALDO-ABERTO NUMERIC                                00010080
                 MOVE CLI-SALDO-ABERTO TO WRK-SALDO-CLIENTE             00010090
             ELSE                                                       00010100
                 MOVE ZEROS TO WRK-SALDO-CLIENTE                        00010110
             END-IF.                                                    00010120
             IF CLI-LIMITE-CREDITO NUMERIC                              00010130
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00010140
             ELSE                                                       00010150
                 MOVE ZEROS TO WRK-LIMITE-RETENCAO                      00010160
             END-IF.                                                    00010170
             IF WRK-LIMITE-RETENCAO > ZEROS                             00010180
                AND WRK-SALDO-CLIENTE + WRK-VALOR-PEDIDO                00010190
                    > WRK-LIMITE-RETENCAO                               00010200
                 SET WRK-CREDITO-RETIDO TO TRUE                         00010210
             END-IF.                                                    00010220
             IF WRK-CREDITO-OK                                          00010230
                 PERFORM 0227-VERIFICAR-CREDITO-GRUPO                   00010240
             END-IF.                                                    00010250
      *---------------------------------------------------              00010260
       0227-VERIFICAR-CREDITO-GRUPO       SECTION.                      00010270
      *    O PAI RESPONDE PELO CREDITO DO GRUPO: SALDO DO PAI MAIS      00010280
      *    O DAS FILIAIS, SOMADO AO PEDIDO, NAO PODE PASSAR DO          00010290
      *    LIMITE DO PAI. O CLIENTE DO PEDIDO E GUARDADO ANTES DA       00010300
      *    LEITURA DO PAI E DEVOLVIDO PARA A REGRAVACAO DO PEDIDO       00010310
      *---------------------------------------------------              00010320
             IF CLI-CLIENTE-PAI NUMERIC                                 00010330
                AND CLI-CLIENTE-PAI > ZEROS                             00010340
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00010350
             ELSE                                                       00010360
                 MOVE CLI-ID TO WRK-PAI-ALVO                            00010370
             END-IF.                                                    00010380
             PERFORM 0225-LOCALIZAR-GRUPO.                              00010390
             IF WRK-IDX-GRP-ACH EQUAL ZERO                              00010400
                 GO TO 0227-99-FIM                                      00010410
             END-IF.                                                    00010420
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00010430
             MOVE WRK-PAI-ALVO TO CLI-ID.                               00010440
             READ CLIENTE-MASTER                                        00010450
                 INVALID KEY                                            00010460
                     DISPLAY ' AVISO: CLIENTE PAI ' WRK-PAI-ALVO        00010470
                             ' FORA DO MASTER - SEM LIMITE DE GRUPO'    00010480
                     MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO        00010490
                     GO TO 0227-99-FIM                                  00010500
             END-READ.                                                  00010510
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00010520
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00010530
                 MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO            00010540
                 GO TO 0227-99-FIM                                      00010550
             END-IF.                                                    00010560
             MOVE WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)               00010570
                 TO WRK-SALDO-GRUPO.                                    00010580
             IF CLI-SALDO-ABERTO NUMERIC                                00010590
                 ADD CLI-SALDO-ABERTO TO WRK-SALDO-GRUPO                00010600
             END-IF.                                                    00010610
             IF WRK-SALDO-GRUPO + WRK-VALOR-PEDIDO                      00010620
                    > CLI-LIMITE-CREDITO                                00010630
                 SET WRK-CREDITO-RETIDO TO TRUE                         00010640
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00010650
                 MOVE WRK-SALDO-GRUPO    TO WRK-SALDO-CLIENTE           00010660
                 DISPLAY ' LIMITE DO GRUPO ' WRK-PAI-ALVO               00010670
                         ' EXCEDIDO'                                    00010680
             END-IF.                                                    00010690
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00010700
       0227-99-FIM.            EXIT.                                    00010710
      *---------------------------------------------------              00010720
       0230-FECHAR-PEDIDO                 SECTION.                      00010730
      *    FECHA O PEDIDO MONTADO - SOMA AS LINHAS, RELE O CLIENTE      00010740
      *    E CONFERE O CREDITO PELO PEDIDO INTEIRO; RETIDO, TODAS       00010750
      *    AS LINHAS VAO PARA OS RETIDOS COM UM SO NUMERO; ACEITO,      00010760
      *    O PEDIDO E NUMERADO, AS LINHAS SAO GRAVADAS E O              00010770
      *    CABECALHO E CRIADO                                           00010780
      *---------------------------------------------------              00010790
             SET WRK-CREDITO-OK TO TRUE.                                00010800
             MOVE ZEROS TO WRK-VALOR-PEDIDO.                            00010810
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010820
             PERFORM 0231-SOMAR-UMA-LINHA                               00010830
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010840
             MOVE WRK-PEDIDO-CLI-ID TO CLI-ID.                          00010850
             READ CLIENTE-MASTER                                        00010860
                 INVALID KEY                                            00010870
                     MOVE ' ERRO CLIENTE DO PEDIDO FORA DO MASTER '     00010880
                         TO WRK-MSG                                     00010890
                     PERFORM 9000-TRATA-ERROS                           00010900
             END-READ.                                                  00010910
             PERFORM 0218-VERIFICAR-CREDITO.                            00010920
             IF WRK-CREDITO-RETIDO                                      00010930
                 PERFORM 0219-GRAVA-RETIDO                              00010940
                 ADD 1 TO WRK-CONT-PED-RETIDOS                          00010950
                 ADD WRK-QTD-ITENS TO WRK-CONT-RETIDOS                  00010960
             ELSE                                                       00010970
                 PERFORM 0212-GRAVA-PEDIDO                              00010980
                 ADD 1 TO WRK-CONT-PEDIDOS                              00010990
                 ADD WRK-QTD-ITENS TO WRK-CONT-ACEITOS                  00011000
             END-IF.                                                    00011010
             MOVE ZERO TO WRK-QTD-ITENS.                                00011020
      *---------------------------------------------------              00011030
       0231-SOMAR-UMA-LINHA               SECTION.                      00011040
             ADD 1 TO WRK-IDX-ITEM.                                     00011050
             ADD WRK-ITM-VALOR (WRK-IDX-ITEM) TO WRK-VALOR-PEDIDO.      00011060
      *---------------------------------------------------              00011070
       0219-GRAVA-RETIDO                  SECTION.                      00011080
      *    GRAVA O PEDIDO RETIDO POR LIMITE DE CREDITO, NUMERADO        00011090
      *    PELA SEQUENCIA 'RETPED' DO SERVICO DE SEQUENCIAL             00011100
      *    (FR05CB34) - UM NUMERO PARA O PEDIDO INTEIRO, UMA            00011110
      *    LINHA DE RETIDO POR ITEM. A LIBERACAO OU O CANCELAMENTO      00011120
      *    E FEITO PELA FR05CB54 VIA CARTOES DE SYSIN                   00011130
      *---------------------------------------------------              00011140
             MOVE 'RETPED' TO SRV-CONT-PROGRAMA.                        00011150
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00011160
             IF NOT SRV-CONT-OK                                         00011170
                 MOVE ' ERRO SEQUENCIA RETPED INDISPONIVEL '            00011180
                     TO WRK-MSG                                         00011190
                 PERFORM 9000-TRATA-ERROS                               00011200
             END-IF.                                                    00011210
             MOVE SRV-CONT-VALOR TO WRK-NUM-RETENCAO.                   00011220
             MOVE ZERO TO WRK-IDX-ITEM.                                 00011230
             PERFORM 0232-GRAVA-UMA-LINHA-RETIDA                        00011240
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00011250
             DISPLAY ' PEDIDO RETIDO POR CREDITO: ' WRK-NUM-RETENCAO    00011260
                     ' CLIENTE: ' WRK-PEDIDO-CLI-ID                     00011270
                     ' VALOR: ' WRK-VALOR-PEDIDO.                       00011280
      *---------------------------------------------------              00011290
       0232-GRAVA-UMA-LINHA-RETIDA        SECTION.                      00011300
             ADD 1 TO WRK-IDX-ITEM.                                     00011310
             MOVE WRK-NUM-RETENCAO    TO RTD-NUMERO.                    00011320
             MOVE WRK-IDX-ITEM        TO RTD-ITEM.                      00011330
             MOVE WRK-PEDIDO-CLI-ID   TO RTD-CLI-ID.                    00011340
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)     TO RTD-CODIGO.      00011350
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO RTD-QUANTIDADE.  00011360
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)      TO RTD-PRECO-UNIT.  00011370
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)      TO RTD-VALOR-TOTAL. 00011380
             MOVE WRK-LIMITE-RETENCAO TO RTD-LIMITE-CREDITO.            00011390
             MOVE WRK-SALDO-CLIENTE   TO RTD-SALDO-ABERTO.              00011400
             MOVE WRK-DATA-NEGOCIO    TO RTD-DATA-RETENCAO.             00011410
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)      TO RTD-REGRA-PRECO. 00011420
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)      TO RTD-PRECO-LISTA. 00011430
             MOVE WRK-PEDIDO-COND-PAGTO TO RTD-COND-PAGTO.              00011440
             WRITE CPRTD01-REGISTRO.                                    00011450
      *---------------------------------------------------              00011460
       0212-GRAVA-PEDIDO                  SECTION.                      00011470
      *    BARRA O ESTOURO DO CONTADOR, NUMERA O PEDIDO, GRAVA AS       00011480
      *    LINHAS (CADA UMA COMPROMETE O SALDO DO SEU PRODUTO) E        00011490
      *    O CABECALHO COM O TOTAL                                      00011500
      *---------------------------------------------------              00011510
             IF WRK-NUM-PEDIDO GREATER OR EQUAL 99999                   00011520
                 MOVE 'CONTADOR FR05CB25 ATINGIU O LIMITE MAXIMO'       00011530
                     TO WRK-MSG                                         00011540
                 PERFORM 9000-TRATA-ERROS                               00011550
             END-IF.                                                    00011560
             ADD 1 TO WRK-NUM-PEDIDO.                                   00011570
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00011580
             MOVE ZERO TO WRK-IDX-ITEM.                                 00011590
             PERFORM 0233-GRAVA-UMA-LINHA                               00011600
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00011610
             MOVE WRK-NUM-PEDIDO      TO PDC-NUMERO.                    00011620
             MOVE WRK-PEDIDO-CLI-ID   TO PDC-CLI-ID.                    00011630
             MOVE WRK-DATA-ATUAL      TO PDC-DATA.                      00011640
             SET PDC-ORIG-BALCAO      TO TRUE.                          00011650
             MOVE SPACES              TO PDC-REF-LOJA.                  00011660
             MOVE WRK-QTD-ITENS       TO PDC-QTD-ITENS.                 00011670
             MOVE WRK-VALOR-PEDIDO    TO PDC-VALOR-TOTAL.               00011680
             SET PDC-ABERTO           TO TRUE.                          00011690
             MOVE ZEROS               TO PDC-NUM-NOTA.                  00011700
             MOVE ZEROS               TO PDC-DATA-FATURA.               00011710
             MOVE WRK-PEDIDO-COND-PAGTO TO PDC-COND-PAGTO.              00011720
             WRITE CPPDC01-REGISTRO                                     00011730
                 INVALID KEY                                            00011740
                     DISPLAY ' AVISO: CABECALHO JA EXISTE P/ PEDIDO '   00011750
                             PDC-NUMERO                                 00011760
             END-WRITE.                                                 00011770
             MOVE WRK-DATA-ATUAL TO CLI-ULT-ATIVIDADE.                  00011780
             REWRITE CPCLIE01-REGISTRO.                                 00011790
             PERFORM 0213-PERSISTIR-CONTADOR.                           00011800
             DISPLAY ' PEDIDO ACEITO: ' PDC-NUMERO                      00011810
                     ' CLIENTE: ' PDC-CLI-ID                            00011820
                     ' LINHAS: ' PDC-QTD-ITENS.                         00011830
      *---------------------------------------------------              00011840
       0233-GRAVA-UMA-LINHA               SECTION.                      00011850
      *    GRAVA A LINHA DO PEDIDO E COMPROMETE O SALDO DO PRODUTO      00011860
      *    - PEDIDO DE KIT NAO PASSA PELA APURACAO DE DISPONIVEL,       00011870
      *    QUE E QUEM NORMALIZA O CAMPO LEGADO EM BRANCO                00011880
      *---------------------------------------------------              00011890
             ADD 1 TO WRK-IDX-ITEM.                                     00011900
             MOVE WRK-NUM-PEDIDO      TO PED-NUMERO.                    00011910
             MOVE WRK-IDX-ITEM        TO PED-ITEM.                      00011920
             MOVE WRK-PEDIDO-CLI-ID   TO PED-CLI-ID.                    00011930
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)      TO PED-CODIGO.     00011940
             MOVE WRK-ITM-CODIGO-ORIG (WRK-IDX-ITEM)                    00011950
                 TO PED-CODIGO-ORIGINAL.                                00011960
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)  TO PED-QUANTIDADE. 00011970
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)       TO PED-PRECO-UNIT. 00011980
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)       TO PED-VALOR-TOTAL.00011990
             MOVE WRK-DATA-ATUAL      TO PED-DATA.                      00012000
             SET PED-ABERTO           TO TRUE.                          00012010
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)       TO PED-REGRA-PRECO.00012020
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)       TO PED-PRECO-LISTA.00012030
             WRITE CPPED01-REGISTRO.                                    00012040
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00012050
             READ PRODUTO-MASTER                                        00012060
                 INVALID KEY                                            00012070
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00012080
                             ' FORA DO MASTER - SEM COMPROMETIMENTO'    00012090
                 NOT INVALID KEY                                        00012100
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00012110
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00012120
                     END-IF                                             00012130
                     ADD PED-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00012140
                     REWRITE CPPRDM01-REGISTRO                          00012150
             END-READ.                                                  00012160
             IF WRK-ITM-PROMO (WRK-IDX-ITEM) EQUAL 'S'                  00012170
                 DISPLAY ' PRECO PROMOCIONAL APLICADO: '                00012180
                         PED-CODIGO ' ' PED-PRECO-UNIT                  00012190
             END-IF.                                                    00012200
             IF PED-REGRA-CONTRATO OR PED-REGRA-CATEGORIA               00012210
                OR PED-REGRA-QUANTIDADE                                 00012220
                 DISPLAY ' PRECO NEGOCIADO APLICADO (REGRA '            00012230
                         PED-REGRA-PRECO '): '                          00012240
                         PED-CODIGO ' ' PED-PRECO-UNIT                  00012250
             END-IF.                                                    00012260
             IF PED-CODIGO-ORIGINAL > ZEROS                             00012270
                 DISPLAY ' SUBSTITUIU O PRODUTO: '                      00012280
                         PED-CODIGO-ORIGINAL ' POR ' PED-CODIGO         00012290
             END-IF.                                                    00012300
      *---------------------------------------------------              00012310
       0213-PERSISTIR-CONTADOR            SECTION.                      00012320
      *    REGRAVA O CONTADOR A CADA PEDIDO NUMERADO - DIFERENTE        00012330
      *    DA FR05CB06, AQUI O NUMERO JA SAIU GRAVADO NO ARQUIVO        00012340
      *    DE PEDIDOS; PERSISTIR SO NO ENCERRAMENTO REPETIRIA           00012350
      *    NUMEROS DE PEDIDO APOS UMA RETOMADA DE CHECKPOINT            00012360
      *---------------------------------------------------              00012370
             MOVE WRK-NUM-PEDIDO    TO CONT-ULTIMO-VALOR.               00012380
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00012390
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00012400
             STRING WRK-DATA-ATUAL WRK-HORA-ATUAL (1:6)                 00012410
                 DELIMITED BY SIZE INTO CONT-DATA-HORA.                 00012420
             REWRITE CPCONT01-REGISTRO.                                 00012430
      *---------------------------------------------------              00012440
       0220-GRAVA-REJEITO                 SECTION.                      00012450
             MOVE 'FR05CB25' TO REJ5-PROGRAMA.                          00012460
             MOVE WRK-REGISTRO TO REJ5-REGISTRO-ORIGINAL.               00012470
             WRITE CPREJ05-REGISTRO.                                    00012480
      *---------------------------------------------------              00012490
       0900-GRAVAR-AUDITORIA              SECTION.                      00012500
             MOVE 'FR05CB25' TO AUD-PROGRAMA.                           00012510
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00012520
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00012530
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00012540
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00012550
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00012560
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00012570
             MOVE ZEROS TO AUD-NUM-LOTE.                                00012580
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00012590
             WRITE CPAUD01-REGISTRO.                                    00012600
      *---------------------------------------------------              00012610
       0300-FINALIZAR                     SECTION.                      00012620
             IF WRK-QTD-ITENS > ZERO                                    00012630
                 PERFORM 0230-FECHAR-PEDIDO                             00012640
             END-IF.                                                    00012650
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00012660
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00012670
             PERFORM 0310-GRAVA-CONTROLE.                               00012680
             MOVE WRK-CONT-LIDOS                                        00012690
                 TO WRK-STT-REGISTROS.                                  00012700
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00012710
             PERFORM 0320-GRAVAR-CONTADOR.                              00012720
             CLOSE CLIENTE-MASTER.                                      00012730
             CLOSE PRODUTO-MASTER.                                      00012740
             CLOSE PEDIDOS.                                             00012750
             CLOSE PEDIDO-CABEC.                                        00012760
             CLOSE REJEITO-INTAKE.                                      00012770
             CLOSE RETIDOS.                                             00012780
             CLOSE PROMO-MASTER.                                        00012790
             IF WRK-FS-KIT NOT EQUAL '35'                               00012800
                 CLOSE KIT-MASTER                                       00012810
             END-IF.                                                    00012820
             IF WRK-FS-CONDPAG NOT EQUAL '35'                           00012830
                 CLOSE CONDPAG-MASTER                                   00012840
             END-IF.                                                    00012850
             CLOSE AUDITORIA.                                           00012860
             CLOSE ENTRADA-SYSIN.                                       00012870
             CLOSE CONTROLE.                                            00012880
             DISPLAY '==============================='.                 00012890
             DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.             00012900
             DISPLAY ' TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.           00012910
             DISPLAY ' PEDIDOS GERADOS..: ' WRK-CONT-PEDIDOS.           00012920
             DISPLAY ' PEDIDOS RETIDOS..: ' WRK-CONT-PED-RETIDOS.       00012930
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00012940
             DISPLAY ' TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.           00012950
             DISPLAY ' TOTAL SUBSTITUIDOS: '                            00012960
                     WRK-CONT-SUBSTITUIDOS.                             00012970
             DISPLAY '==============================='.                 00012980
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00012990
             PERFORM 9000-TRATA-ERROS.                                  00013000
      *---------------------------------------------------              00013010
       0310-GRAVA-CONTROLE                SECTION.                      00013020
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00013030
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00013040
      *---------------------------------------------------              00013050
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00013060
             MOVE SPACES              TO CTL-DATA-HORA.                 00013070
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00013080
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00013090
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00013100
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00013110
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00013120
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00013130
             MOVE ZERO                TO CTL-QTD-FONTES.                00013140
             WRITE CPCTRL01-REGISTRO.                                   00013150
      *---------------------------------------------------              00013160
       0320-GRAVAR-CONTADOR               SECTION.                      00013170
      *    ENCERRA O ARQUIVO DE CONTADOR - A SEQUENCIA JA FOI           00013180
      *    PERSISTIDA PEDIDO A PEDIDO POR 0213-PERSISTIR-CONTADOR       00013190
      *---------------------------------------------------              00013200
             CLOSE CONTADOR.                                            00013210
      *---------------------------------------------------              00013220
       9000-TRATA-ERROS                   SECTION.                      00013230
      *---------------------------------------------------              00013240
             PERFORM 9050-GRAVAR-ERRLOG.                                00013250
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00013260
             STOP RUN.                                                  00013270
      *--------------------------------------------------------------   00013280
       9000-99-FIM.            EXIT.                                    00013290
      *--------------------------------------------------------------   00013300
