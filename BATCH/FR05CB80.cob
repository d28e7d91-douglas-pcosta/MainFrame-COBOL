      *                         COM PEDIDOS JA GRAVADOS E NUMEROS       00000410
      *                         JA CONSUMIDOS DA SEQUENCIA, E A         00000420
      *                         REAPRESENTACAO DUPLICAVA TUDO           00000430
      *     15/10/2026  IVS     PEDIDO COM VARIAS LINHAS: DETALHES      00000440
      *                         CONSECUTIVOS COM A MESMA REFERENCIA     00000450
      *                         DA LOJA (E O MESMO CLIENTE) FORMAM      00000460
      *                         UM PEDIDO SO, COM UM NUMERO, LINHAS     00000470
      *                         EM PED-ITEM E CABECALHO EM CPPDC01      00000480
      *                         (ORIGEM LOJA, COM A REFERENCIA). O      00000490
      *                         CREDITO E CONFERIDO PELO PEDIDO         00000500
      *                         INTEIRO NO FECHAMENTO                   00000510
      *     15/10/2026  IVS     O PRECO DA LINHA DEIXA DE SER SO O      00000520
      *                         DO MASTER DE PRODUTO: NOVO              00000530
      *                         0217-FIXAR-PRECO COM A PROMOCAO         00000540
      *                         VIGENTE (CPPRM01) E O SERVICO DE        00000550
      *                         PRECIFICACAO (FR05CB96) - CONTRATO      00000560
      *                         DO CLIENTE E QUEBRA DE QUANTIDADE;      00000570
      *                         VALE O MENOR PRECO, COM A REGRA E O     00000580
      *                         PRECO DE LISTA NA LINHA DO PEDIDO E     00000590
      *                         NOS RETIDOS                             00000600
      *     15/10/2026  IVS     CABECALHO DO PEDIDO GRAVADO SEM         00000610
      *                         CONDICAO DE PAGAMENTO PROPRIA -         00000620
      *                         O FATURAMENTO USA A DO CLIENTE          00000630
      *     15/10/2026  IVS     DETALHE DA LOJA PODE TRAZER O EAN OU    00000640
      *                         A PECA DO FORNECEDOR NO LUGAR DO        00000650
      *                         CODIGO INTERNO - NOVO                   00000660
      *                         0219-RESOLVER-IDENTIFICADOR PELO        00000670
      *                         SERVICO FR06CB13 (REFERENCIA            00000680
      *                         CRUZADA CPXRF01); NAO RESOLVIDO         00000690
      *                         REJEITA COM MOTIVO 08                   00000700
      *     15/10/2026  IVS     SITUACAO DE CADA PEDIDO DA LOJA         00000710
      *                         MANTIDA NO NOVO MASTER CPWST01 (ARQWST) 00000720
      *                         PELA REFERENCIA DA LOJA: ACEITO COM O   00000730
      *                         NUMERO DO PEDIDO, RETIDO COM O NUMERO   00000740
      *                         DA RETENCAO, REJEITADO COM O MOTIVO -   00000750
      *                         BASE DO FEED DE RETORNO A LOJA          00000760
      *                         (FR06CB19)                              00000770
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000780
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000790
      *     15/10/2026  IVS     CREDITO DE GRUPO: CLIENTE PAI COM       00000800
      *                         FILIAIS OU FILIAL E CONFERIDO TAMBEM    00000810
      *                         PELO SALDO EM ABERTO DO GRUPO CONTRA O  00000820
      *                         LIMITE DO PAI, COMO NO INTAKE           00000830
      *                         (FR05CB25) - RETIDO POR GRUPO LEVA O    00000840
      *                         LIMITE E O SALDO DO GRUPO NA RETENCAO   00000850
      *=======================================================*         00000860
                                                                        00000870
      *=======================================================*         00000880
       ENVIRONMENT                               DIVISION.              00000890
      *=======================================================*         00000900
       INPUT-OUTPUT                              SECTION.               00000910
       FILE-CONTROL.                                                    00000920
             SELECT FEEDLOJA ASSIGN TO ARQWEB                           00000930
                FILE STATUS  IS WRK-FS-FEEDLOJA.                        00000940
                                                                        00000950
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000960
                ORGANIZATION IS INDEXED                                 00000970
                ACCESS MODE  IS DYNAMIC                                 00000980
                RECORD KEY   IS CLI-ID                                  00000990
                FILE STATUS  IS WRK-FS-CLIENTE.                         00001000
                                                                        00001010
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00001020
                ORGANIZATION IS INDEXED                                 00001030
                ACCESS MODE  IS DYNAMIC                                 00001040
                RECORD KEY   IS PRDM-CODIGO                             00001050
                FILE STATUS  IS WRK-FS-PRDM.                            00001060
                                                                        00001070
             SELECT KIT-MASTER ASSIGN TO ARQKIT                         00001080
                ORGANIZATION IS INDEXED                                 00001090
                ACCESS MODE  IS DYNAMIC                                 00001100
                RECORD KEY   IS KIT-CHAVE                               00001110
                FILE STATUS  IS WRK-FS-KIT.                             00001120
                                                                        00001130
             SELECT PROMO-MASTER ASSIGN TO ARQPRM                       00001140
                ORGANIZATION IS INDEXED                                 00001150
                ACCESS MODE  IS DYNAMIC                                 00001160
                RECORD KEY   IS PRM-CODIGO                              00001170
                FILE STATUS  IS WRK-FS-PROMO.                           00001180
                                                                        00001190
             SELECT PEDIDOS  ASSIGN TO ARQPED                           00001200
                FILE STATUS  IS WRK-FS-PEDIDOS.                         00001210
                                                                        00001220
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00001230
                ORGANIZATION IS INDEXED                                 00001240
                ACCESS MODE  IS DYNAMIC                                 00001250
                RECORD KEY   IS PDC-NUMERO                              00001260
                FILE STATUS  IS WRK-FS-PEDCAB.                          00001270
                                                                        00001280
             SELECT RETIDOS  ASSIGN TO ARQRTD                           00001290
                FILE STATUS  IS WRK-FS-RETIDOS.                         00001300
                                                                        00001310
             SELECT PEDIDO-LOJA ASSIGN TO ARQWST                        00001320
                ORGANIZATION IS INDEXED                                 00001330
                ACCESS MODE  IS DYNAMIC                                 00001340
                RECORD KEY   IS WST-PEDIDO-LOJA                         00001350
                ALTERNATE RECORD KEY IS WST-RTD-NUMERO WITH DUPLICATES  00001360
                FILE STATUS  IS WRK-FS-PEDLOJA.                         00001370
                                                                        00001380
             SELECT REJEITO-LOJA ASSIGN TO ARQREJI                      00001390
                FILE STATUS  IS WRK-FS-REJEITO.                         00001400
                                                                        00001410
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001420
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001430
                                                                        00001440
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001450
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001460
                                                                        00001470
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001480
                ORGANIZATION IS INDEXED                                 00001490
                ACCESS MODE  IS DYNAMIC                                 00001500
                RECORD KEY   IS CAL-DATA                                00001510
                FILE STATUS  IS WRK-FS-CALEND.                          00001520
                                                                        00001530
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001540
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001550
                                                                        00001560
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001570
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001580
      *=======================================================*         00001590
       DATA                                      DIVISION.              00001600
      *=======================================================*         00001610
       FILE                                      SECTION.               00001620
       FD FEEDLOJA                                                      00001630
           RECORDING MODE IS F                                          00001640
           BLOCK CONTAINS 0 RECORDS.                                    00001650
           COPY CPWEB01.                                                00001660
                                                                        00001670
       FD CLIENTE-MASTER.                                               00001680
           COPY CPCLIE01.                                               00001690
                                                                        00001700
       FD PRODUTO-MASTER.                                               00001710
           COPY CPPRDM01.                                               00001720
                                                                        00001730
       FD KIT-MASTER.                                                   00001740
           COPY CPKIT01.                                                00001750
                                                                        00001760
       FD PROMO-MASTER.                                                 00001770
           COPY CPPRM01.                                                00001780
                                                                        00001790
       FD PEDIDOS                                                       00001800
           RECORDING MODE IS F                                          00001810
           BLOCK CONTAINS 0 RECORDS.                                    00001820
           COPY CPPED01.                                                00001830
                                                                        00001840
       FD PEDIDO-CABEC.                                                 00001850
           COPY CPPDC01.                                                00001860
                                                                        00001870
       FD RETIDOS                                                       00001880
           RECORDING MODE IS F                                          00001890
           BLOCK CONTAINS 0 RECORDS.                                    00001900
           COPY CPRTD01.                                                00001910
                                                                        00001920
       FD PEDIDO-LOJA.                                                  00001930
           COPY CPWST01.                                                00001940
                                                                        00001950
       FD REJEITO-LOJA                                                  00001960
           RECORDING MODE IS F                                          00001970
           BLOCK CONTAINS 0 RECORDS.                                    00001980
           COPY CPREJ16.                                                00001990
                                                                        00002000
       FD AUDITORIA                                                     00002010
           RECORDING MODE IS F                                          00002020
           BLOCK CONTAINS 0 RECORDS.                                    00002030
           COPY CPAUD01.                                                00002040
                                                                        00002050
       FD ERRLOG.                                                       00002060
           COPY CPERRL01.                                               00002070
                                                                        00002080
       FD CALENDARIO.                                                   00002090
           COPY CPCAL01.                                                00002100
                                                                        00002110
       FD ESTATIS                                                       00002120
           RECORDING MODE IS F                                          00002130
           BLOCK CONTAINS 0 RECORDS.                                    00002140
           COPY CPSTA01.                                                00002150
                                                                        00002160
       FD CONTROLE                                                      00002170
           RECORDING MODE IS F                                          00002180
           BLOCK CONTAINS 0 RECORDS.                                    00002190
           COPY CPCTRL01.                                               00002200
      *---------------------------------------------------              00002210
       WORKING-STORAGE                           SECTION.               00002220
      *---------------------------------------------------              00002230
       77 WRK-FS-FEEDLOJA          PIC X(02) VALUE SPACES.              00002240
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00002250
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00002260
       77 WRK-FS-KIT               PIC X(02) VALUE SPACES.              00002270
       77 WRK-FS-PROMO             PIC X(02) VALUE SPACES.              00002280
       77 WRK-PRECO-EFETIVO        PIC 9(07)V99 COMP-3 VALUE ZERO.      00002290
       77 WRK-FS-PEDIDOS           PIC X(02) VALUE SPACES.              00002300
       77 WRK-FS-PEDCAB            PIC X(02) VALUE SPACES.              00002310
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.              00002320
       77 WRK-FS-PEDLOJA           PIC X(02) VALUE SPACES.              00002330
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002340
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002350
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002360
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002370
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002380
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002390
       77 WRK-CONT-DETALHES        PIC 9(09) COMP VALUE ZERO.           00002400
       77 WRK-CONT-ACEITOS         PIC 9(09) COMP VALUE ZERO.           00002410
       77 WRK-CONT-REJEITADOS      PIC 9(09) COMP VALUE ZERO.           00002420
       77 WRK-CONT-RETIDOS         PIC 9(09) COMP VALUE ZERO.           00002430
       77 WRK-QTD-TRAILER          PIC 9(09) VALUE ZERO.                00002440
       77 WRK-VALOR-PEDIDO         PIC 9(09)V99 COMP-3 VALUE ZERO.      00002450
       77 WRK-SALDO-CLIENTE        PIC 9(09)V99 COMP-3 VALUE ZERO.      00002460
       77 WRK-LIMITE-RETENCAO      PIC 9(09)V99 COMP-3 VALUE ZERO.      00002470
       77 WRK-QTD-DISPONIVEL       PIC S9(07) COMP-3 VALUE ZERO.        00002480
      *---------------------------------------------------              00002490
      *    GRUPOS DE CLIENTES - SALDO EM ABERTO SOMADO DAS              00002500
      *    FILIAIS DE CADA CLIENTE PAI, APURADO NA ABERTURA (O          00002510
      *    SALDO SO MUDA NO FATURAMENTO E NOS RECEBIMENTOS)             00002520
      *---------------------------------------------------              00002530
       77 WRK-MAX-GRUPOS           PIC 9(03) COMP VALUE 500.            00002540
       77 WRK-QTD-GRUPOS           PIC 9(03) COMP VALUE ZERO.           00002550
       77 WRK-IDX-GRP              PIC 9(03) COMP VALUE ZERO.           00002560
       77 WRK-IDX-GRP-ACH          PIC 9(03) COMP VALUE ZERO.           00002570
       77 WRK-PAI-ALVO             PIC 9(05) VALUE ZEROS.               00002580
       77 WRK-SALDO-GRUPO          PIC 9(11)V99 COMP-3 VALUE ZERO.      00002590
       01 WRK-CLIENTE-SALVO        PIC X(100) VALUE SPACES.             00002600
       01 WRK-TABELA-GRUPOS.                                            00002610
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00002620
             10 WRK-GRP-PAI           PIC 9(05).                        00002630
             10 WRK-GRP-SALDO-FILIAIS PIC 9(11)V99 COMP-3.              00002640
       01 WRK-IMAGEM-DETALHE       PIC X(60) VALUE SPACES.              00002650
       01 WRK-SW-ENVELOPE.                                              00002660
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00002670
             88 WRK-HEADER-LIDO            VALUE 'S'.                   00002680
             88 WRK-HEADER-PENDENTE        VALUE 'N'.                   00002690
      *---------------------------------------------------              00002700
      *    CONTADORES DA PRE-PASSADA DE CONFERENCIA DO ENVELOPE         00002710
      *    (0112) - O FEED SO E APLICADO DEPOIS DE CONFERIDO            00002720
      *---------------------------------------------------              00002730
       77 WRK-ENV-QTD-DETALHES     PIC 9(09) COMP VALUE ZERO.           00002740
       77 WRK-ENV-QTD-TRAILER      PIC 9(09) VALUE ZERO.                00002750
       01 WRK-SW-ENV-TRAILER.                                           00002760
          05 WRK-SW-ENV-TRAILER-IND  PIC X(01) VALUE 'N'.               00002770
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00002780
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00002790
       01 WRK-SW-TRAILER.                                               00002800
          05 WRK-SW-TRAILER-IND      PIC X(01) VALUE 'N'.               00002810
             88 WRK-TRAILER-LIDO           VALUE 'S'.                   00002820
             88 WRK-TRAILER-PENDENTE       VALUE 'N'.                   00002830
       01 WRK-SW-VALIDO.                                                00002840
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002850
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002860
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002870
       01 WRK-SW-CREDITO.                                               00002880
          05 WRK-SW-CREDITO-IND      PIC X(01) VALUE 'S'.               00002890
             88 WRK-CREDITO-OK             VALUE 'S'.                   00002900
             88 WRK-CREDITO-RETIDO         VALUE 'R'.                   00002910
       77 WRK-WST-SITUACAO         PIC X(01) VALUE SPACES.              00002920
       01 WRK-SW-SITUACAO.                                              00002930
          05 WRK-SW-SITUACAO-IND     PIC X(01) VALUE 'N'.               00002940
             88 WRK-SITUACAO-NOVA          VALUE 'S'.                   00002950
             88 WRK-SITUACAO-EXISTENTE     VALUE 'N'.                   00002960
       01 WRK-SW-KIT.                                                   00002970
          05 WRK-SW-KIT-IND          PIC X(01) VALUE 'N'.               00002980
             88 WRK-PRODUTO-KIT            VALUE 'S'.                   00002990
             88 WRK-PRODUTO-SIMPLES        VALUE 'N'.                   00003000
      *---------------------------------------------------              00003010
      *    PEDIDO DA LOJA EM MONTAGEM - DETALHES JA VALIDADOS COM       00003020
      *    A MESMA REFERENCIA, GRAVADOS NO FECHAMENTO                   00003030
      *---------------------------------------------------              00003040
       77 WRK-MAX-ITENS            PIC 9(03) COMP VALUE 50.             00003050
       77 WRK-QTD-ITENS            PIC 9(03) COMP VALUE ZERO.           00003060
       77 WRK-IDX-ITEM             PIC 9(03) COMP VALUE ZERO.           00003070
       77 WRK-PEDIDO-CLI-ID        PIC 9(05) VALUE ZEROS.               00003080
       77 WRK-PEDIDO-REF-LOJA      PIC X(10) VALUE SPACES.              00003090
       77 WRK-NUM-PEDIDO           PIC 9(05) VALUE ZEROS.               00003100
       77 WRK-NUM-RETENCAO         PIC 9(05) VALUE ZEROS.               00003110
       77 WRK-CONT-PEDIDOS         PIC 9(09) COMP VALUE ZERO.           00003120
       01 WRK-TABELA-ITENS.                                             00003130
          05 WRK-ENT-ITEM OCCURS 50 TIMES.                              00003140
             10 WRK-ITM-CODIGO          PIC 9(08).                      00003150
             10 WRK-ITM-QUANTIDADE      PIC 9(07).                      00003160
             10 WRK-ITM-PRECO           PIC 9(07)V99 COMP-3.            00003170
             10 WRK-ITM-VALOR           PIC 9(09)V99 COMP-3.            00003180
             10 WRK-ITM-REGRA           PIC X(01).                      00003190
             10 WRK-ITM-LISTA           PIC 9(07)V99 COMP-3.            00003200
       COPY CPAUD02.                                                    00003210
       COPY CPCAB01.                                                    00003220
       COPY CPERR01.                                                    00003230
       COPY CPDTA01.                                                    00003240
       COPY CPSTT01.                                                    00003250
       COPY CPSRV01.                                                    00003260
       COPY CPCTP02.                                                    00003270
       COPY CPXRF02.                                                    00003280
      *=========================================*                       00003290
       PROCEDURE DIVISION.                                              00003300
      *=========================================*                       00003310
                                                                        00003320
      *---------------------------------------------------              00003330
       0000-PRINCIPAL                     SECTION.                      00003340
      *---------------------------------------------------              00003350
             PERFORM 0100-INICIAR.                                      00003360
             PERFORM 0200-PROCESSAR                                     00003370
                 UNTIL WRK-FS-FEEDLOJA EQUAL '10'.                      00003380
             PERFORM 0300-FINALIZAR.                                    00003390
      *---------------------------------------------------              00003400
       0000-99-FIM.            EXIT.                                    00003410
      *---------------------------------------------------              00003420
                                                                        00003430
       0100-INICIAR                       SECTION.                      00003440
             MOVE 'FR05CB80' TO WRK-CAB-PROGRAMA.                       00003450
             PERFORM 0101-CABECALHO-PADRAO.                             00003460
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003470
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003480
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003490
             OPEN INPUT FEEDLOJA.                                       00003500
             PERFORM 0112-CONFERIR-ENVELOPE.                            00003510
             OPEN I-O CLIENTE-MASTER.                                   00003520
             OPEN I-O PRODUTO-MASTER.                                   00003530
             PERFORM 0116-ABRIR-KITS.                                   00003540
             PERFORM 0114-ABRIR-PROMO.                                  00003550
             PERFORM 0105-ABRIR-AUDITORIA.                              00003560
             PERFORM 0109-ABRIR-PEDIDOS.                                00003570
             PERFORM 0117-ABRIR-PEDCAB.                                 00003580
             PERFORM 0111-ABRIR-RETIDOS.                                00003590
             PERFORM 0118-ABRIR-PEDLOJA.                                00003600
             OPEN OUTPUT REJEITO-LOJA.                                  00003610
             OPEN OUTPUT CONTROLE.                                      00003620
             PERFORM 0110-TESTAR-STATUS.                                00003630
             PERFORM 0119-CARREGAR-GRUPOS.                              00003640
      *---------------------------------------------------              00003650
       0100-99-FIM.            EXIT.                                    00003660
      *---------------------------------------------------              00003670
           COPY CPCAB02.                                                00003680
           COPY CPERR02.                                                00003690
           COPY CPDTA02.                                                00003700
           COPY CPSTT02.                                                00003710
           COPY CPAUD03.                                                00003720
      *---------------------------------------------------              00003730
       0105-ABRIR-AUDITORIA               SECTION.                      00003740
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003750
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003760
      *---------------------------------------------------              00003770
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003780
             OPEN EXTEND AUDITORIA.                                     00003790
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003800
                 OPEN OUTPUT AUDITORIA                                  00003810
                 CLOSE AUDITORIA                                        00003820
                 OPEN EXTEND AUDITORIA                                  00003830
             END-IF.                                                    00003840
      *---------------------------------------------------              00003850
       0112-CONFERIR-ENVELOPE             SECTION.                      00003860
      *    PASSA PELO FEED INTEIRO CONFERINDO O ENVELOPE ANTES DE       00003870
      *    QUALQUER PEDIDO SER APLICADO: O PRIMEIRO REGISTRO DEVE       00003880
      *    SER O HEADER, O TRAILER DEVE EXISTIR, NADA PODE VIR          00003890
      *    DEPOIS DELE E A CONTAGEM DE DETALHES DEVE BATER COM A        00003900
      *    INFORMADA. FEED RUIM ENCERRA COM RC=12 SEM NENHUM            00003910
      *    PEDIDO GRAVADO NEM NUMERO CONSUMIDO DA SEQUENCIA.            00003920
      *    DEPOIS O FEED E REABERTO PARA O PROCESSAMENTO                00003930
      *---------------------------------------------------              00003940
             READ FEEDLOJA.                                             00003950
             IF WRK-FS-FEEDLOJA NOT EQUAL ZEROS                         00003960
                OR NOT WEB-REG-HEADER                                   00003970
                 MOVE ' ERRO FEED SEM HEADER ' TO WRK-MSG               00003980
                 MOVE 12 TO RETURN-CODE                                 00003990
                 PERFORM 9000-TRATA-ERROS                               00004000
             END-IF.                                                    00004010
             PERFORM 0113-CONTAR-UM-REGISTRO                            00004020
                 UNTIL WRK-FS-FEEDLOJA EQUAL '10'.                      00004030
             IF WRK-ENV-SEM-TRAILER                                     00004040
                 MOVE ' ERRO FEED SEM TRAILER ' TO WRK-MSG              00004050
                 MOVE 12 TO RETURN-CODE                                 00004060
                 PERFORM 9000-TRATA-ERROS                               00004070
             END-IF.                                                    00004080
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00004090
                 DISPLAY ' FEED CONTADOS: ' WRK-ENV-QTD-DETALHES        00004100
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00004110
                 MOVE ' ERRO TRAILER DIVERGE DA CONTAGEM ' TO WRK-MSG   00004120
                 MOVE 12 TO RETURN-CODE                                 00004130
                 PERFORM 9000-TRATA-ERROS                               00004140
             END-IF.                                                    00004150
             CLOSE FEEDLOJA.                                            00004160
             OPEN INPUT FEEDLOJA.                                       00004170
      *---------------------------------------------------              00004180
       0113-CONTAR-UM-REGISTRO            SECTION.                      00004190
      *    CONTA OS DETALHES E GUARDA A QUANTIDADE INFORMADA NO         00004200
      *    TRAILER - REGISTRO DEPOIS DO TRAILER E FEED TRUNCADO/        00004210
      *    REMONTADO E TAMBEM REJEITA O LOTE INTEIRO                    00004220
      *---------------------------------------------------              00004230
             READ FEEDLOJA.                                             00004240
             IF WRK-FS-FEEDLOJA EQUAL ZEROS                             00004250
                 IF WRK-ENV-TRAILER-VISTO                               00004260
                     MOVE ' ERRO REGISTRO DEPOIS DO TRAILER '           00004270
                         TO WRK-MSG                                     00004280
                     MOVE 12 TO RETURN-CODE                             00004290
                     PERFORM 9000-TRATA-ERROS                           00004300
                 END-IF                                                 00004310
                 EVALUATE TRUE                                          00004320
                     WHEN WEB-REG-DETALHE                               00004330
                         ADD 1 TO WRK-ENV-QTD-DETALHES                  00004340
                     WHEN WEB-REG-TRAILER                               00004350
                         SET WRK-ENV-TRAILER-VISTO TO TRUE              00004360
                         MOVE WEB-QTD-REGISTROS                         00004370
                             TO WRK-ENV-QTD-TRAILER                     00004380
                     WHEN OTHER                                         00004390
                         CONTINUE                                       00004400
                 END-EVALUATE                                           00004410
             END-IF.                                                    00004420
      *---------------------------------------------------              00004430
       0109-ABRIR-PEDIDOS                 SECTION.                      00004440
      *    ABRE O ARQUIVO DE PEDIDOS EM EXTEND, CRIANDO-O NA            00004450
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004460
      *---------------------------------------------------              00004470
             OPEN EXTEND PEDIDOS.                                       00004480
             IF WRK-FS-PEDIDOS EQUAL '35'                               00004490
                 OPEN OUTPUT PEDIDOS                                    00004500
                 CLOSE PEDIDOS                                          00004510
                 OPEN EXTEND PEDIDOS                                    00004520
             END-IF.                                                    00004530
      *---------------------------------------------------              00004540
       0117-ABRIR-PEDCAB                  SECTION.                      00004550
      *    ABRE O ARQUIVO DE CABECALHO DE PEDIDO EM I-O, CRIANDO-O      00004560
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00004570
      *    STATUS 35)                                                   00004580
      *---------------------------------------------------              00004590
             OPEN I-O PEDIDO-CABEC.                                     00004600
             IF WRK-FS-PEDCAB EQUAL '35'                                00004610
                 OPEN OUTPUT PEDIDO-CABEC                               00004620
                 CLOSE PEDIDO-CABEC                                     00004630
                 OPEN I-O PEDIDO-CABEC                                  00004640
             END-IF.                                                    00004650
      *---------------------------------------------------              00004660
       0111-ABRIR-RETIDOS                 SECTION.                      00004670
      *    ABRE O ARQUIVO DE RETIDOS EM EXTEND, CRIANDO-O NA            00004680
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00004690
      *---------------------------------------------------              00004700
             OPEN EXTEND RETIDOS.                                       00004710
             IF WRK-FS-RETIDOS EQUAL '35'                               00004720
                 OPEN OUTPUT RETIDOS                                    00004730
                 CLOSE RETIDOS                                          00004740
                 OPEN EXTEND RETIDOS                                    00004750
             END-IF.                                                    00004760
      *---------------------------------------------------              00004770
       0118-ABRIR-PEDLOJA                 SECTION.                      00004780
      *    ABRE O MASTER DE SITUACAO DOS PEDIDOS DA LOJA EM I-O,        00004790
      *    CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA         00004800
      *    (FILE STATUS 35)                                             00004810
      *---------------------------------------------------              00004820
             OPEN I-O PEDIDO-LOJA.                                      00004830
             IF WRK-FS-PEDLOJA EQUAL '35'                               00004840
                 OPEN OUTPUT PEDIDO-LOJA                                00004850
                 CLOSE PEDIDO-LOJA                                      00004860
                 OPEN I-O PEDIDO-LOJA                                   00004870
             END-IF.                                                    00004880
      *---------------------------------------------------              00004890
       0116-ABRIR-KITS                    SECTION.                      00004900
      *    ABRE O MASTER DE ESTRUTURA DE KIT - AINDA NAO CRIADO         00004910
      *    PELA FR05CB75 (FILE STATUS 35), NENHUM PRODUTO E             00004920
      *    TRATADO COMO KIT                                             00004930
      *---------------------------------------------------              00004940
             OPEN INPUT KIT-MASTER.                                     00004950
             IF WRK-FS-KIT EQUAL '35'                                   00004960
                 DISPLAY ' AVISO: SEM MASTER DE KITS'                   00004970
             END-IF.                                                    00004980
      *---------------------------------------------------              00004990
       0114-ABRIR-PROMO                   SECTION.                      00005000
      *    ABRE O MASTER DE PRECO PROMOCIONAL - AINDA NAO CRIADO        00005010
      *    PELA FR05CB63 (FILE STATUS 35), OS PEDIDOS SEGUEM COM        00005020
      *    O PRECO DO MASTER DE PRODUTO E AVISO NO SYSOUT               00005030
      *---------------------------------------------------              00005040
             OPEN INPUT PROMO-MASTER.                                   00005050
             IF WRK-FS-PROMO EQUAL '35'                                 00005060
                 DISPLAY ' AVISO: SEM MASTER DE PROMOCOES - '           00005070
                         'PRECO SEGUE O MASTER DE PRODUTO'              00005080
             END-IF.                                                    00005090
      *---------------------------------------------------              00005100
       0119-CARREGAR-GRUPOS               SECTION.                      00005110
      *    PERCORRE O CLIENTE-MASTER E SOMA O SALDO EM ABERTO DAS       00005120
      *    FILIAIS DE CADA CLIENTE PAI (CLI-CLIENTE-PAI), COMO NO       00005130
      *    INTAKE DE PEDIDOS (FR05CB25)                                 00005140
      *---------------------------------------------------              00005150
             MOVE ZEROS TO CLI-ID.                                      00005160
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00005170
                 INVALID KEY                                            00005180
                     MOVE '10' TO WRK-FS-CLIENTE                        00005190
             END-START.                                                 00005200
             PERFORM 0120-SOMAR-UMA-FILIAL                              00005210
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00005220
             MOVE SPACES TO WRK-FS-CLIENTE.                             00005230
             DISPLAY ' GRUPOS DE CLIENTES CARREGADOS: '                 00005240
                     WRK-QTD-GRUPOS.                                    00005250
      *---------------------------------------------------              00005260
       0120-SOMAR-UMA-FILIAL              SECTION.                      00005270
             READ CLIENTE-MASTER NEXT RECORD.                           00005280
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00005290
                AND CLI-CLIENTE-PAI NUMERIC                             00005300
                AND CLI-CLIENTE-PAI > ZEROS                             00005310
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00005320
                 PERFORM 0225-LOCALIZAR-GRUPO                           00005330
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00005340
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00005350
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00005360
                             TO WRK-MSG                                 00005370
                         PERFORM 9000-TRATA-ERROS                       00005380
                     END-IF                                             00005390
                     ADD 1 TO WRK-QTD-GRUPOS                            00005400
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00005410
                     MOVE CLI-CLIENTE-PAI                               00005420
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00005430
                     MOVE ZEROS                                         00005440
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00005450
                 END-IF                                                 00005460
                 IF CLI-SALDO-ABERTO NUMERIC                            00005470
                     ADD CLI-SALDO-ABERTO                               00005480
                         TO WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)     00005490
                 END-IF                                                 00005500
             END-IF.                                                    00005510
      *---------------------------------------------------              00005520
       0110-TESTAR-STATUS                 SECTION.                      00005530
             IF WRK-FS-FEEDLOJA NOT EQUAL ZEROS                         00005540
                 MOVE ' ERRO OPEN FEED DA LOJA ' TO WRK-MSG             00005550
                 PERFORM 9000-TRATA-ERROS                               00005560
             END-IF.                                                    00005570
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00005580
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00005590
                 PERFORM 9000-TRATA-ERROS                               00005600
             END-IF.                                                    00005610
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00005620
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00005630
                 PERFORM 9000-TRATA-ERROS                               00005640
             END-IF.                                                    00005650
             IF WRK-FS-KIT NOT EQUAL ZEROS                              00005660
                AND WRK-FS-KIT NOT EQUAL '35'                           00005670
                 MOVE ' ERRO OPEN KIT-MASTER ' TO WRK-MSG               00005680
                 PERFORM 9000-TRATA-ERROS                               00005690
             END-IF.                                                    00005700
             IF WRK-FS-PROMO NOT EQUAL ZEROS                            00005710
                AND WRK-FS-PROMO NOT EQUAL '35'                         00005720
                 MOVE ' ERRO OPEN PROMO-MASTER ' TO WRK-MSG             00005730
                 PERFORM 9000-TRATA-ERROS                               00005740
             END-IF.                                                    00005750
             IF WRK-FS-PEDIDOS NOT EQUAL ZEROS                          00005760
                 MOVE ' ERRO OPEN PEDIDOS ' TO WRK-MSG                  00005770
                 PERFORM 9000-TRATA-ERROS                               00005780
             END-IF.                                                    00005790
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00005800
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00005810
                 PERFORM 9000-TRATA-ERROS                               00005820
             END-IF.                                                    00005830
             IF WRK-FS-RETIDOS NOT EQUAL ZEROS                          00005840
                 MOVE ' ERRO OPEN RETIDOS ' TO WRK-MSG                  00005850
                 PERFORM 9000-TRATA-ERROS                               00005860
             END-IF.                                                    00005870
             IF WRK-FS-PEDLOJA NOT EQUAL ZEROS                          00005880
                 MOVE ' ERRO OPEN SITUACAO DOS PEDIDOS DA LOJA '        00005890
                     TO WRK-MSG                                         00005900
                 PERFORM 9000-TRATA-ERROS                               00005910
             END-IF.                                                    00005920
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00005930
                 MOVE ' ERRO OPEN REJEITO-LOJA ' TO WRK-MSG             00005940
                 PERFORM 9000-TRATA-ERROS                               00005950
             END-IF.                                                    00005960
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005970
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005980
                 PERFORM 9000-TRATA-ERROS                               00005990
             END-IF.                                                    00006000
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00006010
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00006020
                 PERFORM 9000-TRATA-ERROS                               00006030
             END-IF.                                                    00006040
      *---------------------------------------------------              00006050
       0200-PROCESSAR                     SECTION.                      00006060
             READ FEEDLOJA.                                             00006070
             IF WRK-FS-FEEDLOJA EQUAL ZEROS                             00006080
                 EVALUATE TRUE                                          00006090
                     WHEN WEB-REG-HEADER                                00006100
                         SET WRK-HEADER-LIDO TO TRUE                    00006110
                         DISPLAY ' FEED DA LOJA DE '                    00006120
                                 WEB-DATA-GERACAO                       00006130
                                 ' ORIGEM ' WEB-ORIGEM                  00006140
                     WHEN WEB-REG-DETALHE                               00006150
                         ADD 1 TO WRK-CONT-DETALHES                     00006160
                         PERFORM 0210-TRATAR-DETALHE                    00006170
                     WHEN WEB-REG-TRAILER                               00006180
                         IF WRK-QTD-ITENS > ZERO                        00006190
                             PERFORM 0250-FECHAR-PEDIDO                 00006200
                         END-IF                                         00006210
                         SET WRK-TRAILER-LIDO TO TRUE                   00006220
                         MOVE WEB-QTD-REGISTROS TO WRK-QTD-TRAILER      00006230
                     WHEN OTHER                                         00006240
                         ADD 1 TO WRK-CONT-REJEITADOS                   00006250
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006260
                         MOVE 07 TO REJ16-CODIGO-MOTIVO                 00006270
                         MOVE 'TIPO DE REGISTRO INVALIDO' TO            00006280
                             REJ16-DESCRICAO-MOTIVO                     00006290
                         PERFORM 0220-GRAVA-REJEITO                     00006300
                 END-EVALUATE                                           00006310
             END-IF.                                                    00006320
      *---------------------------------------------------              00006330
       0210-TRATAR-DETALHE                SECTION.                      00006340
      *    DETALHE COM OUTRA REFERENCIA DA LOJA (OU OUTRO               00006350
      *    CLIENTE, OU PEDIDO JA NO MAXIMO DE LINHAS) FECHA O           00006360
      *    PEDIDO EM MONTAGEM ANTES DE SER TRATADO                      00006370
      *---------------------------------------------------              00006380
             MOVE CPWEB01-REGISTRO TO WRK-IMAGEM-DETALHE.               00006390
             IF WRK-QTD-ITENS > ZERO                                    00006400
                AND (WEB-PEDIDO-LOJA NOT EQUAL WRK-PEDIDO-REF-LOJA      00006410
                     OR WEB-CLI-ID NOT EQUAL WRK-PEDIDO-CLI-ID          00006420
                     OR WRK-QTD-ITENS >= WRK-MAX-ITENS)                 00006430
                 PERFORM 0250-FECHAR-PEDIDO                             00006440
             END-IF.                                                    00006450
             PERFORM 0212-VALIDAR-DETALHE.                              00006460
             IF WRK-REGISTRO-VALIDO                                     00006470
                 PERFORM 0211-INCLUIR-ITEM                              00006480
                 SET AUD-ACEITO TO TRUE                                 00006490
             ELSE                                                       00006500
                 ADD 1 TO WRK-CONT-REJEITADOS                           00006510
                 PERFORM 0220-GRAVA-REJEITO                             00006520
                 PERFORM 0265-REGISTRAR-REJEITO                         00006530
                 SET AUD-REJEITADO TO TRUE                              00006540
             END-IF.                                                    00006550
             PERFORM 0900-GRAVAR-AUDITORIA.                             00006560
      *---------------------------------------------------              00006570
       0212-VALIDAR-DETALHE               SECTION.                      00006580
      *    MESMAS CRITICAS DO INTAKE DE CARTOES: CLIENTE ATIVO,         00006590
      *    PRODUTO ATIVO COM DISPONIVEL (KIT DISPENSADO DO SALDO        00006600
      *    DO PAI) E LIMITE DE CREDITO CONTRA O SALDO EM ABERTO         00006610
      *---------------------------------------------------              00006620
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006630
             SET WRK-CREDITO-OK      TO TRUE.                           00006640
             IF WEB-IDENT-ALTERNATIVO NOT EQUAL SPACES                  00006650
                AND (WEB-CODIGO NOT NUMERIC OR                          00006660
                     WEB-CODIGO EQUAL ZEROS)                            00006670
                 PERFORM 0219-RESOLVER-IDENTIFICADOR                    00006680
                 IF WRK-REGISTRO-INVALIDO                               00006690
                     GO TO 0212-99-FIM                                  00006700
                 END-IF                                                 00006710
             END-IF.                                                    00006720
             IF WEB-CLI-ID NOT NUMERIC OR                               00006730
                WEB-CODIGO NOT NUMERIC                                  00006740
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006750
                 MOVE 06 TO REJ16-CODIGO-MOTIVO                         00006760
                 MOVE 'CAMPO CHAVE NAO NUMERICO' TO                     00006770
                     REJ16-DESCRICAO-MOTIVO                             00006780
                 GO TO 0212-99-FIM                                      00006790
             END-IF.                                                    00006800
             IF WEB-QUANTIDADE NOT NUMERIC OR                           00006810
                WEB-QUANTIDADE EQUAL ZEROS                              00006820
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006830
                 MOVE 05 TO REJ16-CODIGO-MOTIVO                         00006840
                 MOVE 'QUANTIDADE INVALIDA' TO                          00006850
                     REJ16-DESCRICAO-MOTIVO                             00006860
                 GO TO 0212-99-FIM                                      00006870
             END-IF.                                                    00006880
             MOVE WEB-CLI-ID TO CLI-ID.                                 00006890
             READ CLIENTE-MASTER                                        00006900
                 INVALID KEY                                            00006910
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006920
                     MOVE 01 TO REJ16-CODIGO-MOTIVO                     00006930
                     MOVE 'CLIENTE INEXISTENTE' TO                      00006940
                         REJ16-DESCRICAO-MOTIVO                         00006950
                 NOT INVALID KEY                                        00006960
                     IF NOT CLI-STAT-ATIVO                              00006970
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006980
                         MOVE 01 TO REJ16-CODIGO-MOTIVO                 00006990
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO        00007000
                             REJ16-DESCRICAO-MOTIVO                     00007010
                     END-IF                                             00007020
             END-READ.                                                  00007030
             IF WRK-REGISTRO-INVALIDO                                   00007040
                 GO TO 0212-99-FIM                                      00007050
             END-IF.                                                    00007060
             MOVE WEB-CODIGO TO PRDM-CODIGO.                            00007070
             READ PRODUTO-MASTER                                        00007080
                 INVALID KEY                                            00007090
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007100
                     MOVE 02 TO REJ16-CODIGO-MOTIVO                     00007110
                     MOVE 'PRODUTO INEXISTENTE' TO                      00007120
                         REJ16-DESCRICAO-MOTIVO                         00007130
                 NOT INVALID KEY                                        00007140
                     IF PRDM-INATIVO                                    00007150
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007160
                         MOVE 03 TO REJ16-CODIGO-MOTIVO                 00007170
                         MOVE 'PRODUTO INATIVO' TO                      00007180
                             REJ16-DESCRICAO-MOTIVO                     00007190
                     ELSE                                               00007200
                         PERFORM 0213-VERIFICAR-KIT                     00007210
                         IF WRK-PRODUTO-KIT                             00007220
                             CONTINUE                                   00007230
                         ELSE                                           00007240
                             PERFORM 0215-APURAR-DISPONIVEL             00007250
                             IF WEB-QUANTIDADE >                        00007260
                                    WRK-QTD-DISPONIVEL                  00007270
                                 SET WRK-REGISTRO-INVALIDO              00007280
                                     TO TRUE                            00007290
                                 MOVE 04 TO REJ16-CODIGO-MOTIVO         00007300
                                 MOVE 'ESTOQUE INSUFICIENTE' TO         00007310
                                     REJ16-DESCRICAO-MOTIVO             00007320
                             END-IF                                     00007330
                         END-IF                                         00007340
                     END-IF                                             00007350
             END-READ.                                                  00007360
       0212-99-FIM.            EXIT.                                    00007370
      *---------------------------------------------------              00007380
       0219-RESOLVER-IDENTIFICADOR        SECTION.                      00007390
      *    DETALHE SEM O CODIGO INTERNO E RESOLVIDO PELO EAN OU         00007400
      *    PELA PECA DO FORNECEDOR NA REFERENCIA CRUZADA                00007410
      *    (FR06CB13) - O CODIGO ACHADO PASSA A VALER NO                00007420
      *    DETALHE; A IMAGEM DO REJEITO E DA AUDITORIA GUARDA O         00007430
      *    IDENTIFICADOR COMO VEIO DA LOJA                              00007440
      *---------------------------------------------------              00007450
             MOVE WEB-IDENT-ALTERNATIVO TO XRF-CHK-IDENTIFICADOR.       00007460
             IF WEB-FORNECEDOR NUMERIC                                  00007470
                 MOVE WEB-FORNECEDOR TO XRF-CHK-FORNECEDOR              00007480
             ELSE                                                       00007490
                 MOVE ZEROS          TO XRF-CHK-FORNECEDOR              00007500
             END-IF.                                                    00007510
             CALL 'FR06CB13' USING CPXRF02-AREA.                        00007520
             EVALUATE TRUE                                              00007530
                 WHEN XRF-CHK-OK                                        00007540
                     MOVE XRF-CHK-CODIGO TO WEB-CODIGO                  00007550
                 WHEN XRF-CHK-INATIVO                                   00007560
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007570
                     MOVE 08 TO REJ16-CODIGO-MOTIVO                     00007580
                     MOVE 'IDENTIFICADOR ALTERNATIVO INATIVO' TO        00007590
                         REJ16-DESCRICAO-MOTIVO                         00007600
                 WHEN XRF-CHK-NAO-CADASTRADO                            00007610
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007620
                     MOVE 08 TO REJ16-CODIGO-MOTIVO                     00007630
                     MOVE 'IDENTIFICADOR ALTERNATIVO DESCONHECIDO'      00007640
                         TO REJ16-DESCRICAO-MOTIVO                      00007650
                 WHEN OTHER                                             00007660
                     MOVE ' ERRO NA REFERENCIA CRUZADA ' TO WRK-MSG     00007670
                     PERFORM 9000-TRATA-ERROS                           00007680
             END-EVALUATE.                                              00007690
      *---------------------------------------------------              00007700
       0211-INCLUIR-ITEM                  SECTION.                      00007710
      *    GUARDA O DETALHE VALIDADO COMO NOVA LINHA DO PEDIDO EM       00007720
      *    MONTAGEM, PRECIFICADA PELA MESMA REGRA DO BALCAO             00007730
      *---------------------------------------------------              00007740
             IF WRK-QTD-ITENS EQUAL ZERO                                00007750
                 MOVE WEB-CLI-ID      TO WRK-PEDIDO-CLI-ID              00007760
                 MOVE WEB-PEDIDO-LOJA TO WRK-PEDIDO-REF-LOJA            00007770
             END-IF.                                                    00007780
             PERFORM 0217-FIXAR-PRECO.                                  00007790
             ADD 1 TO WRK-QTD-ITENS.                                    00007800
             MOVE WEB-CODIGO      TO WRK-ITM-CODIGO (WRK-QTD-ITENS).    00007810
             MOVE WEB-QUANTIDADE  TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS).00007820
             MOVE WRK-PRECO-EFETIVO TO WRK-ITM-PRECO (WRK-QTD-ITENS).   00007830
             COMPUTE WRK-ITM-VALOR (WRK-QTD-ITENS) ROUNDED =            00007840
                 WEB-QUANTIDADE * WRK-PRECO-EFETIVO.                    00007850
             MOVE CTP-CHK-REGRA    TO WRK-ITM-REGRA (WRK-QTD-ITENS).    00007860
             MOVE CTP-CHK-PRECO-LISTA                                   00007870
                 TO WRK-ITM-LISTA (WRK-QTD-ITENS).                      00007880
      *---------------------------------------------------              00007890
       0217-FIXAR-PRECO                   SECTION.                      00007900
      *    MESMA REGRA DO INTAKE DE CARTOES (FR05CB25) - PROMOCAO       00007910
      *    ATIVA DENTRO DA JANELA E CANDIDATA, E O SERVICO DE           00007920
      *    PRECIFICACAO (FR05CB96) FICA COM O MENOR PRECO ENTRE         00007930
      *    LISTA, PROMOCAO, CONTRATO DO CLIENTE E QUEBRA DE             00007940
      *    QUANTIDADE                                                   00007950
      *---------------------------------------------------              00007960
             MOVE ZEROS TO CTP-CHK-PRECO-PROMO.                         00007970
             IF WRK-FS-PROMO NOT EQUAL '35'                             00007980
                 MOVE WEB-CODIGO TO PRM-CODIGO                          00007990
                 READ PROMO-MASTER                                      00008000
                     INVALID KEY                                        00008010
                         CONTINUE                                       00008020
                     NOT INVALID KEY                                    00008030
                         IF PRM-ATIVA                                   00008040
                            AND WRK-DATA-NEGOCIO                        00008050
                                NOT < PRM-DATA-INICIO                   00008060
                            AND WRK-DATA-NEGOCIO                        00008070
                                NOT > PRM-DATA-FIM                      00008080
                             MOVE PRM-PRECO-PROMO                       00008090
                                 TO CTP-CHK-PRECO-PROMO                 00008100
                         END-IF                                         00008110
                 END-READ                                               00008120
             END-IF.                                                    00008130
             MOVE WEB-CLI-ID          TO CTP-CHK-CLI-ID.                00008140
             MOVE WEB-CODIGO          TO CTP-CHK-CODIGO.                00008150
             MOVE PRDM-CATEGORIA      TO CTP-CHK-CATEGORIA.             00008160
             MOVE WEB-QUANTIDADE      TO CTP-CHK-QUANTIDADE.            00008170
             MOVE WRK-DATA-NEGOCIO    TO CTP-CHK-DATA.                  00008180
             MOVE PRDM-PRECO-UNIT     TO CTP-CHK-PRECO-LISTA.           00008190
             CALL 'FR05CB96' USING CPCTP02-AREA.                        00008200
             IF CTP-CHK-ERRO-ARQ                                        00008210
                 DISPLAY ' AVISO: ERRO NO MASTER DE CONTRATO/QUEBRA'    00008220
                         ' - PRODUTO ' WEB-CODIGO                       00008230
             END-IF.                                                    00008240
             MOVE CTP-CHK-PRECO-FINAL TO WRK-PRECO-EFETIVO.             00008250
      *---------------------------------------------------              00008260
       0213-VERIFICAR-KIT                 SECTION.                      00008270
      *    PRODUTO COM COMPONENTE ATIVO NA ESTRUTURA DE KIT NAO E       00008280
      *    CRITICADO PELO SALDO DO PAI - O KIT E MONTADO NO             00008290
      *    FATURAMENTO                                                  00008300
      *---------------------------------------------------              00008310
             SET WRK-PRODUTO-SIMPLES TO TRUE.                           00008320
             IF WRK-FS-KIT EQUAL '35'                                   00008330
                 GO TO 0213-99-FIM                                      00008340
             END-IF.                                                    00008350
             MOVE WEB-CODIGO TO KIT-CODIGO-PAI.                         00008360
             MOVE ZEROS      TO KIT-COMPONENTE.                         00008370
             START KIT-MASTER KEY NOT < KIT-CHAVE                       00008380
                 INVALID KEY                                            00008390
                     GO TO 0213-99-FIM                                  00008400
             END-START.                                                 00008410
             PERFORM 0214-LER-UM-COMPONENTE                             00008420
                 UNTIL WRK-FS-KIT NOT EQUAL ZEROS                       00008430
                    OR WRK-PRODUTO-KIT.                                 00008440
             MOVE SPACES TO WRK-FS-KIT.                                 00008450
       0213-99-FIM.            EXIT.                                    00008460
      *---------------------------------------------------              00008470
       0214-LER-UM-COMPONENTE             SECTION.                      00008480
             READ KIT-MASTER NEXT RECORD.                               00008490
             IF WRK-FS-KIT EQUAL ZEROS                                  00008500
                 IF KIT-CODIGO-PAI NOT EQUAL WEB-CODIGO                 00008510
                     MOVE '10' TO WRK-FS-KIT                            00008520
                 ELSE                                                   00008530
                     IF KIT-ATIVO                                       00008540
                         SET WRK-PRODUTO-KIT TO TRUE                    00008550
                     END-IF                                             00008560
                 END-IF                                                 00008570
             END-IF.                                                    00008580
      *---------------------------------------------------              00008590
       0215-APURAR-DISPONIVEL             SECTION.                      00008600
      *    DISPONIVEL = SALDO FISICO MENOS A QUANTIDADE JA              00008610
      *    COMPROMETIDA - CAMPO EM BRANCO (REGISTRO LEGADO) E           00008620
      *    TRATADO COMO ZERO                                            00008630
      *---------------------------------------------------              00008640
             IF PRDM-QTD-COMPROMETIDA NOT NUMERIC                       00008650
                 MOVE ZEROS TO PRDM-QTD-COMPROMETIDA                    00008660
             END-IF.                                                    00008670
             COMPUTE WRK-QTD-DISPONIVEL =                               00008680
                 PRDM-QUANTIDADE - PRDM-QTD-COMPROMETIDA.               00008690
             MOVE ZERO TO WRK-IDX-ITEM.                                 00008700
             PERFORM 0216-DESCONTAR-UMA-LINHA                           00008710
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00008720
      *---------------------------------------------------              00008730
       0216-DESCONTAR-UMA-LINHA           SECTION.                      00008740
      *    LINHA ANTERIOR DO MESMO PEDIDO COM O MESMO PRODUTO AINDA     00008750
      *    NAO COMPROMETEU O SALDO - O DISPONIVEL A DESCONTA            00008760
      *---------------------------------------------------              00008770
             ADD 1 TO WRK-IDX-ITEM.                                     00008780
             IF WRK-ITM-CODIGO (WRK-IDX-ITEM) EQUAL PRDM-CODIGO         00008790
                 SUBTRACT WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)             00008800
                     FROM WRK-QTD-DISPONIVEL                            00008810
             END-IF.                                                    00008820
      *---------------------------------------------------              00008830
       0218-VERIFICAR-CREDITO             SECTION.                      00008840
      *    VALOR DO PEDIDO INTEIRO SOMADO AO SALDO EM ABERTO            00008850
      *    CONTRA O LIMITE DE CREDITO, COMO NA FR05CB25 - LIMITE        00008860
      *    ZERADO OU EM BRANCO (REGISTRO LEGADO) SEGUE SEM CRITICA.     00008870
      *    CLIENTE DE GRUPO (PAI COM FILIAIS OU FILIAL) E               00008880
      *    CONFERIDO TAMBEM PELO SALDO DO GRUPO INTEIRO CONTRA O        00008890
      *    LIMITE DO PAI (0227)                                         00008900
      *---------------------------------------------------              00008910
             IF CLI-SALDO-ABERTO NUMERIC                                00008920
                 MOVE CLI-SALDO-ABERTO TO WRK-SALDO-CLIENTE             00008930
             ELSE                                                       00008940
                 MOVE ZEROS TO WRK-SALDO-CLIENTE                        00008950
             END-IF.                                                    00008960
             IF CLI-LIMITE-CREDITO NUMERIC                              00008970
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00008980
             ELSE                                                       00008990
                 MOVE ZEROS TO WRK-LIMITE-RETENCAO                      00009000
             END-IF.                                                    00009010
             IF WRK-LIMITE-RETENCAO > ZEROS                             00009020
                AND WRK-SALDO-CLIENTE + WRK-VALOR-PEDIDO                00009030
                    > WRK-LIMITE-RETENCAO                               00009040
                 SET WRK-CREDITO-RETIDO TO TRUE                         00009050
             END-IF.                                                    00009060
             IF WRK-CREDITO-OK                                          00009070
                 PERFORM 0227-VERIFICAR-CREDITO-GRUPO                   00009080
             END-IF.                                                    00009090
      *---------------------------------------------------              00009100
       0225-LOCALIZAR-GRUPO               SECTION.                      00009110
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00009120
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00009130
      *---------------------------------------------------              00009140
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00009150
             MOVE ZERO TO WRK-IDX-GRP.                                  00009160
             PERFORM 0226-PROCURAR-UM-GRUPO                             00009170
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00009180
                    OR WRK-IDX-GRP-ACH > ZERO.                          00009190
      *---------------------------------------------------              00009200
       0226-PROCURAR-UM-GRUPO             SECTION.                      00009210
             ADD 1 TO WRK-IDX-GRP.                                      00009220
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00009230
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00009240
             END-IF.                                                    00009250
      *---------------------------------------------------              00009260
       0227-VERIFICAR-CREDITO-GRUPO       SECTION.                      00009270
      *    O PAI RESPONDE PELO CREDITO DO GRUPO: SALDO DO PAI MAIS      00009280
      *    O DAS FILIAIS, SOMADO AO PEDIDO, NAO PODE PASSAR DO          00009290
      *    LIMITE DO PAI. O CLIENTE DO PEDIDO E GUARDADO ANTES DA       00009300
      *    LEITURA DO PAI E DEVOLVIDO PARA A REGRAVACAO DO PEDIDO       00009310
      *---------------------------------------------------              00009320
             IF CLI-CLIENTE-PAI NUMERIC                                 00009330
                AND CLI-CLIENTE-PAI > ZEROS                             00009340
                 MOVE CLI-CLIENTE-PAI TO WRK-PAI-ALVO                   00009350
             ELSE                                                       00009360
                 MOVE CLI-ID TO WRK-PAI-ALVO                            00009370
             END-IF.                                                    00009380
             PERFORM 0225-LOCALIZAR-GRUPO.                              00009390
             IF WRK-IDX-GRP-ACH EQUAL ZERO                              00009400
                 GO TO 0227-99-FIM                                      00009410
             END-IF.                                                    00009420
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00009430
             MOVE WRK-PAI-ALVO TO CLI-ID.                               00009440
             READ CLIENTE-MASTER                                        00009450
                 INVALID KEY                                            00009460
                     DISPLAY ' AVISO: CLIENTE PAI ' WRK-PAI-ALVO        00009470
                             ' FORA DO MASTER - SEM LIMITE DE GRUPO'    00009480
                     MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO        00009490
                     GO TO 0227-99-FIM                                  00009500
             END-READ.                                                  00009510
             IF CLI-LIMITE-CREDITO NOT NUMERIC                          00009520
                OR CLI-LIMITE-CREDITO EQUAL ZEROS                       00009530
                 MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO            00009540
                 GO TO 0227-99-FIM                                      00009550
             END-IF.                                                    00009560
             MOVE WRK-GRP-SALDO-FILIAIS (WRK-IDX-GRP-ACH)               00009570
                 TO WRK-SALDO-GRUPO.                                    00009580
             IF CLI-SALDO-ABERTO NUMERIC                                00009590
                 ADD CLI-SALDO-ABERTO TO WRK-SALDO-GRUPO                00009600
             END-IF.                                                    00009610
             IF WRK-SALDO-GRUPO + WRK-VALOR-PEDIDO                      00009620
                    > CLI-LIMITE-CREDITO                                00009630
                 SET WRK-CREDITO-RETIDO TO TRUE                         00009640
                 MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-RETENCAO         00009650
                 MOVE WRK-SALDO-GRUPO    TO WRK-SALDO-CLIENTE           00009660
                 DISPLAY ' LIMITE DO GRUPO ' WRK-PAI-ALVO               00009670
                         ' EXCEDIDO'                                    00009680
             END-IF.                                                    00009690
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00009700
       0227-99-FIM.            EXIT.                                    00009710
      *---------------------------------------------------              00009720
       0250-FECHAR-PEDIDO                 SECTION.                      00009730
      *    FECHA O PEDIDO DA LOJA MONTADO - SOMA AS LINHAS, RELE O      00009740
      *    CLIENTE E CONFERE O CREDITO PELO PEDIDO INTEIRO; RETIDO,     00009750
      *    TODAS AS LINHAS VAO PARA OS RETIDOS COM UM SO NUMERO         00009760
      *---------------------------------------------------              00009770
             SET WRK-CREDITO-OK TO TRUE.                                00009780
             MOVE ZEROS TO WRK-VALOR-PEDIDO.                            00009790
             MOVE ZERO TO WRK-IDX-ITEM.                                 00009800
             PERFORM 0251-SOMAR-UMA-LINHA                               00009810
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00009820
             MOVE WRK-PEDIDO-CLI-ID TO CLI-ID.                          00009830
             READ CLIENTE-MASTER                                        00009840
                 INVALID KEY                                            00009850
                     MOVE ' ERRO CLIENTE DO PEDIDO FORA DO MASTER '     00009860
                         TO WRK-MSG                                     00009870
                     PERFORM 9000-TRATA-ERROS                           00009880
             END-READ.                                                  00009890
             PERFORM 0218-VERIFICAR-CREDITO.                            00009900
             IF WRK-CREDITO-RETIDO                                      00009910
                 PERFORM 0230-GRAVA-RETIDO                              00009920
                 ADD WRK-QTD-ITENS TO WRK-CONT-RETIDOS                  00009930
             ELSE                                                       00009940
                 PERFORM 0240-GRAVA-PEDIDO                              00009950
                 ADD 1 TO WRK-CONT-PEDIDOS                              00009960
                 ADD WRK-QTD-ITENS TO WRK-CONT-ACEITOS                  00009970
             END-IF.                                                    00009980
             MOVE ZERO TO WRK-QTD-ITENS.                                00009990
      *---------------------------------------------------              00010000
       0251-SOMAR-UMA-LINHA               SECTION.                      00010010
             ADD 1 TO WRK-IDX-ITEM.                                     00010020
             ADD WRK-ITM-VALOR (WRK-IDX-ITEM) TO WRK-VALOR-PEDIDO.      00010030
      *---------------------------------------------------              00010040
       0230-GRAVA-RETIDO                  SECTION.                      00010050
      *    GRAVA O PEDIDO DA LOJA RETIDO POR LIMITE DE CREDITO,         00010060
      *    NUMERADO PELA SEQUENCIA 'RETPED' - UMA LINHA DE RETIDO       00010070
      *    POR ITEM, TODAS COM O MESMO NUMERO. LIBERACAO PELA           00010080
      *    FR05CB54, COMO OS RETIDOS DO BALCAO                          00010090
      *---------------------------------------------------              00010100
             MOVE 'RETPED' TO SRV-CONT-PROGRAMA.                        00010110
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00010120
             IF NOT SRV-CONT-OK                                         00010130
                 MOVE ' ERRO SEQUENCIA RETPED INDISPONIVEL '            00010140
                     TO WRK-MSG                                         00010150
                 PERFORM 9000-TRATA-ERROS                               00010160
             END-IF.                                                    00010170
             MOVE SRV-CONT-VALOR TO WRK-NUM-RETENCAO.                   00010180
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010190
             PERFORM 0231-GRAVA-UMA-LINHA-RETIDA                        00010200
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010210
             DISPLAY ' PEDIDO DA LOJA RETIDO POR CREDITO: '             00010220
                     WRK-NUM-RETENCAO ' CLIENTE: ' WRK-PEDIDO-CLI-ID    00010230
                     ' REF LOJA: ' WRK-PEDIDO-REF-LOJA.                 00010240
             MOVE 'R' TO WRK-WST-SITUACAO.                              00010250
             PERFORM 0260-REGISTRAR-SITUACAO.                           00010260
      *---------------------------------------------------              00010270
       0231-GRAVA-UMA-LINHA-RETIDA        SECTION.                      00010280
             ADD 1 TO WRK-IDX-ITEM.                                     00010290
             MOVE WRK-NUM-RETENCAO    TO RTD-NUMERO.                    00010300
             MOVE WRK-IDX-ITEM        TO RTD-ITEM.                      00010310
             MOVE WRK-PEDIDO-CLI-ID   TO RTD-CLI-ID.                    00010320
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)     TO RTD-CODIGO.      00010330
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM) TO RTD-QUANTIDADE.  00010340
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)      TO RTD-PRECO-UNIT.  00010350
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)      TO RTD-VALOR-TOTAL. 00010360
             MOVE WRK-LIMITE-RETENCAO TO RTD-LIMITE-CREDITO.            00010370
             MOVE WRK-SALDO-CLIENTE   TO RTD-SALDO-ABERTO.              00010380
             MOVE WRK-DATA-NEGOCIO    TO RTD-DATA-RETENCAO.             00010390
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)      TO RTD-REGRA-PRECO. 00010400
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)      TO RTD-PRECO-LISTA. 00010410
             MOVE SPACES TO RTD-COND-PAGTO.                             00010420
             WRITE CPRTD01-REGISTRO.                                    00010430
      *---------------------------------------------------              00010440
       0240-GRAVA-PEDIDO                  SECTION.                      00010450
      *    NUMERA O PEDIDO PELA SEQUENCIA COMPARTILHADA DO BALCAO       00010460
      *    (FR05CB34, CHAVE FR05CB25), GRAVA AS LINHAS ABERTAS EM       00010470
      *    PEDIDOS COMPROMETENDO O SALDO E CRIA O CABECALHO COM A       00010480
      *    REFERENCIA DA LOJA                                           00010490
      *---------------------------------------------------              00010500
             MOVE 'FR05CB25' TO SRV-CONT-PROGRAMA.                      00010510
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00010520
             IF NOT SRV-CONT-OK                                         00010530
                 MOVE ' ERRO SEQUENCIA DE PEDIDOS INDISPONIVEL '        00010540
                     TO WRK-MSG                                         00010550
                 PERFORM 9000-TRATA-ERROS                               00010560
             END-IF.                                                    00010570
             MOVE SRV-CONT-VALOR TO WRK-NUM-PEDIDO.                     00010580
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00010590
             MOVE ZERO TO WRK-IDX-ITEM.                                 00010600
             PERFORM 0241-GRAVA-UMA-LINHA                               00010610
                 UNTIL WRK-IDX-ITEM >= WRK-QTD-ITENS.                   00010620
             MOVE WRK-NUM-PEDIDO      TO PDC-NUMERO.                    00010630
             MOVE WRK-PEDIDO-CLI-ID   TO PDC-CLI-ID.                    00010640
             MOVE WRK-DATA-ATUAL      TO PDC-DATA.                      00010650
             SET PDC-ORIG-LOJA        TO TRUE.                          00010660
             MOVE WRK-PEDIDO-REF-LOJA TO PDC-REF-LOJA.                  00010670
             MOVE WRK-QTD-ITENS       TO PDC-QTD-ITENS.                 00010680
             MOVE WRK-VALOR-PEDIDO    TO PDC-VALOR-TOTAL.               00010690
             SET PDC-ABERTO           TO TRUE.                          00010700
             MOVE ZEROS               TO PDC-NUM-NOTA.                  00010710
             MOVE ZEROS               TO PDC-DATA-FATURA.               00010720
             MOVE SPACES              TO PDC-COND-PAGTO.                00010730
             WRITE CPPDC01-REGISTRO                                     00010740
                 INVALID KEY                                            00010750
                     DISPLAY ' AVISO: CABECALHO JA EXISTE P/ PEDIDO '   00010760
                             PDC-NUMERO                                 00010770
             END-WRITE.                                                 00010780
             MOVE WRK-DATA-ATUAL TO CLI-ULT-ATIVIDADE.                  00010790
             REWRITE CPCLIE01-REGISTRO.                                 00010800
             DISPLAY ' PEDIDO DA LOJA ACEITO: ' PDC-NUMERO              00010810
                     ' REF LOJA: ' PDC-REF-LOJA                         00010820
                     ' CLIENTE: ' PDC-CLI-ID                            00010830
                     ' LINHAS: ' PDC-QTD-ITENS.                         00010840
             MOVE 'A' TO WRK-WST-SITUACAO.                              00010850
             PERFORM 0260-REGISTRAR-SITUACAO.                           00010860
      *---------------------------------------------------              00010870
       0241-GRAVA-UMA-LINHA               SECTION.                      00010880
             ADD 1 TO WRK-IDX-ITEM.                                     00010890
             MOVE WRK-NUM-PEDIDO      TO PED-NUMERO.                    00010900
             MOVE WRK-IDX-ITEM        TO PED-ITEM.                      00010910
             MOVE WRK-PEDIDO-CLI-ID   TO PED-CLI-ID.                    00010920
             MOVE WRK-ITM-CODIGO (WRK-IDX-ITEM)      TO PED-CODIGO.     00010930
             MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)  TO PED-QUANTIDADE. 00010940
             MOVE WRK-ITM-PRECO (WRK-IDX-ITEM)       TO PED-PRECO-UNIT. 00010950
             MOVE WRK-ITM-VALOR (WRK-IDX-ITEM)       TO PED-VALOR-TOTAL.00010960
             MOVE WRK-DATA-ATUAL      TO PED-DATA.                      00010970
             MOVE ZEROS               TO PED-CODIGO-ORIGINAL.           00010980
             SET PED-ABERTO           TO TRUE.                          00010990
             MOVE WRK-ITM-REGRA (WRK-IDX-ITEM)       TO PED-REGRA-PRECO.00011000
             MOVE WRK-ITM-LISTA (WRK-IDX-ITEM)       TO PED-PRECO-LISTA.00011010
             WRITE CPPED01-REGISTRO.                                    00011020
             MOVE PED-CODIGO TO PRDM-CODIGO.                            00011030
             READ PRODUTO-MASTER                                        00011040
                 INVALID KEY                                            00011050
                     DISPLAY ' AVISO: PRODUTO ' PED-CODIGO              00011060
                             ' FORA DO MASTER - SEM COMPROMETIMENTO'    00011070
                 NOT INVALID KEY                                        00011080
                     IF PRDM-QTD-COMPROMETIDA NOT NUMERIC               00011090
                         MOVE ZEROS TO PRDM-QTD-COMPROMETIDA            00011100
                     END-IF                                             00011110
                     ADD PED-QUANTIDADE TO PRDM-QTD-COMPROMETIDA        00011120
                     REWRITE CPPRDM01-REGISTRO                          00011130
             END-READ.                                                  00011140
      *---------------------------------------------------              00011150
       0220-GRAVA-REJEITO                 SECTION.                      00011160
             MOVE 'FR05CB80' TO REJ16-PROGRAMA.                         00011170
             MOVE CPWEB01-REGISTRO TO REJ16-REGISTRO-ORIGINAL.          00011180
             WRITE CPREJ16-REGISTRO.                                    00011190
      *---------------------------------------------------              00011200
       0260-REGISTRAR-SITUACAO            SECTION.                      00011210
      *    GRAVA (OU REGRAVA) A SITUACAO DO PEDIDO DA LOJA FECHADO      00011220
      *    NO MASTER DE SITUACAO - ACEITO COM O NUMERO DO PEDIDO,       00011230
      *    RETIDO COM O NUMERO DA RETENCAO (CHAVE ALTERNATIVA LIDA      00011240
      *    PELA LIBERACAO FR05CB54) - PARA O FEED DE RETORNO A          00011250
      *    LOJA (FR06CB19)                                              00011260
      *---------------------------------------------------              00011270
             MOVE WRK-PEDIDO-REF-LOJA TO WST-PEDIDO-LOJA.               00011280
             READ PEDIDO-LOJA                                           00011290
                 INVALID KEY                                            00011300
                     SET WRK-SITUACAO-NOVA TO TRUE                      00011310
                 NOT INVALID KEY                                        00011320
                     SET WRK-SITUACAO-EXISTENTE TO TRUE                 00011330
             END-READ.                                                  00011340
             IF WRK-SITUACAO-NOVA                                       00011350
                 MOVE SPACES              TO CPWST01-REGISTRO           00011360
                 MOVE WRK-PEDIDO-REF-LOJA TO WST-PEDIDO-LOJA            00011370
                 MOVE WRK-DATA-NEGOCIO    TO WST-DATA-ENTRADA           00011380
                 MOVE ZEROS               TO WST-NOTA-ENVIADA           00011390
                 MOVE ZEROS               TO WST-DATA-ENVIO             00011400
             END-IF.                                                    00011410
             MOVE WRK-PEDIDO-CLI-ID   TO WST-CLI-ID.                    00011420
             MOVE WRK-WST-SITUACAO    TO WST-SITUACAO.                  00011430
             MOVE WRK-DATA-NEGOCIO    TO WST-DATA-SITUACAO.             00011440
             IF WST-RETIDO                                              00011450
                 MOVE ZEROS            TO WST-PED-NUMERO                00011460
                 MOVE WRK-NUM-RETENCAO TO WST-RTD-NUMERO                00011470
             ELSE                                                       00011480
                 MOVE WRK-NUM-PEDIDO   TO WST-PED-NUMERO                00011490
                 MOVE ZEROS            TO WST-RTD-NUMERO                00011500
             END-IF.                                                    00011510
             MOVE ZEROS               TO WST-NUM-NOTA.                  00011520
             MOVE ZEROS               TO WST-MOTIVO.                    00011530
             MOVE SPACES              TO WST-DESCRICAO.                 00011540
             IF WRK-SITUACAO-NOVA                                       00011550
                 WRITE CPWST01-REGISTRO                                 00011560
             ELSE                                                       00011570
                 REWRITE CPWST01-REGISTRO                               00011580
             END-IF.                                                    00011590
      *---------------------------------------------------              00011600
       0265-REGISTRAR-REJEITO             SECTION.                      00011610
      *    DETALHE REJEITADO DE REFERENCIA AINDA FORA DO MASTER DE      00011620
      *    SITUACAO ENTRA COMO REJEITADO, COM O MOTIVO DO CPREJ16.      00011630
      *    REFERENCIA JA CONHECIDA NAO E ALTERADA (OUTRA LINHA DO       00011640
      *    MESMO PEDIDO), SALVO REJEITADA EM DIA ANTERIOR E             00011650
      *    REAPRESENTADA - O NOVO MOTIVO VOLTA A SER INFORMADO          00011660
      *---------------------------------------------------              00011670
             IF WEB-PEDIDO-LOJA NOT EQUAL SPACES                        00011680
                 MOVE WEB-PEDIDO-LOJA TO WST-PEDIDO-LOJA                00011690
                 READ PEDIDO-LOJA                                       00011700
                     INVALID KEY                                        00011710
                         SET WRK-SITUACAO-NOVA TO TRUE                  00011720
                         MOVE SPACES          TO CPWST01-REGISTRO       00011730
                         MOVE WEB-PEDIDO-LOJA TO WST-PEDIDO-LOJA        00011740
                         MOVE WRK-DATA-NEGOCIO TO WST-DATA-ENTRADA      00011750
                         MOVE ZEROS           TO WST-NOTA-ENVIADA       00011760
                         MOVE ZEROS           TO WST-DATA-ENVIO         00011770
                         PERFORM 0266-MONTAR-REJEITADO                  00011780
                         WRITE CPWST01-REGISTRO                         00011790
                     NOT INVALID KEY                                    00011800
                         SET WRK-SITUACAO-EXISTENTE TO TRUE             00011810
                         IF WST-REJEITADO                               00011820
                            AND WST-DATA-SITUACAO < WRK-DATA-NEGOCIO    00011830
                             PERFORM 0266-MONTAR-REJEITADO              00011840
                             MOVE SPACES TO WST-SIT-ENVIADA             00011850
                             REWRITE CPWST01-REGISTRO                   00011860
                         END-IF                                         00011870
                 END-READ                                               00011880
             END-IF.                                                    00011890
      *---------------------------------------------------              00011900
       0266-MONTAR-REJEITADO              SECTION.                      00011910
             IF WEB-CLI-ID NUMERIC                                      00011920
                 MOVE WEB-CLI-ID TO WST-CLI-ID                          00011930
             ELSE                                                       00011940
                 MOVE ZEROS      TO WST-CLI-ID                          00011950
             END-IF.                                                    00011960
             MOVE 'J'                    TO WST-SITUACAO.               00011970
             MOVE WRK-DATA-NEGOCIO       TO WST-DATA-SITUACAO.          00011980
             MOVE ZEROS                  TO WST-PED-NUMERO.             00011990
             MOVE ZEROS                  TO WST-RTD-NUMERO.             00012000
             MOVE ZEROS                  TO WST-NUM-NOTA.               00012010
             MOVE REJ16-CODIGO-MOTIVO    TO WST-MOTIVO.                 00012020
             MOVE REJ16-DESCRICAO-MOTIVO TO WST-DESCRICAO.              00012030
      *---------------------------------------------------              00012040
       0900-GRAVAR-AUDITORIA              SECTION.                      00012050
             MOVE 'FR05CB80' TO AUD-PROGRAMA.                           00012060
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00012070
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00012080
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00012090
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00012100
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00012110
             MOVE WRK-IMAGEM-DETALHE  TO AUD-REGISTRO-IMAGEM.           00012120
             MOVE ZEROS TO AUD-NUM-LOTE.                                00012130
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00012140
             WRITE CPAUD01-REGISTRO.                                    00012150
      *---------------------------------------------------              00012160
       0300-FINALIZAR                     SECTION.                      00012170
             IF WRK-QTD-ITENS > ZERO                                    00012180
                 PERFORM 0250-FECHAR-PEDIDO                             00012190
             END-IF.                                                    00012200
             PERFORM 0310-GRAVA-CONTROLE.                               00012210
             MOVE WRK-CONT-DETALHES                                     00012220
                 TO WRK-STT-REGISTROS.                                  00012230
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00012240
             CLOSE FEEDLOJA.                                            00012250
             CLOSE CLIENTE-MASTER.                                      00012260
             CLOSE PRODUTO-MASTER.                                      00012270
             IF WRK-FS-KIT NOT EQUAL '35'                               00012280
                 CLOSE KIT-MASTER                                       00012290
             END-IF.                                                    00012300
             IF WRK-FS-PROMO NOT EQUAL '35'                             00012310
                 CLOSE PROMO-MASTER                                     00012320
             END-IF.                                                    00012330
             CLOSE PEDIDOS.                                             00012340
             CLOSE PEDIDO-CABEC.                                        00012350
             CLOSE RETIDOS.                                             00012360
             CLOSE PEDIDO-LOJA.                                         00012370
             CLOSE REJEITO-LOJA.                                        00012380
             CLOSE AUDITORIA.                                           00012390
             CLOSE CONTROLE.                                            00012400
             DISPLAY '==============================='.                 00012410
             DISPLAY ' DETALHES LIDOS...: ' WRK-CONT-DETALHES.          00012420
             DISPLAY ' TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.           00012430
             DISPLAY ' PEDIDOS GERADOS..: ' WRK-CONT-PEDIDOS.           00012440
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00012450
             DISPLAY ' TOTAL RETIDOS....: ' WRK-CONT-RETIDOS.           00012460
             DISPLAY '==============================='.                 00012470
             IF WRK-HEADER-PENDENTE                                     00012480
                MOVE 12 TO RETURN-CODE                                  00012490
                MOVE ' ERRO FEED SEM HEADER ' TO WRK-MSG                00012500
                PERFORM 9000-TRATA-ERROS                                00012510
             END-IF.                                                    00012520
             IF WRK-TRAILER-PENDENTE                                    00012530
                OR WRK-QTD-TRAILER NOT EQUAL WRK-CONT-DETALHES          00012540
                MOVE 12 TO RETURN-CODE                                  00012550
                MOVE ' ERRO TRAILER DIVERGE DA CONTAGEM ' TO WRK-MSG    00012560
                PERFORM 9000-TRATA-ERROS                                00012570
             END-IF.                                                    00012580
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00012590
             PERFORM 9000-TRATA-ERROS.                                  00012600
      *---------------------------------------------------              00012610
       0310-GRAVA-CONTROLE                SECTION.                      00012620
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00012630
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00012640
      *---------------------------------------------------              00012650
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00012660
             MOVE SPACES              TO CTL-DATA-HORA.                 00012670
             MOVE WRK-CONT-DETALHES   TO CTL-QTD-LIDOS.                 00012680
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00012690
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00012700
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00012710
             MOVE WRK-CONT-RETIDOS    TO CTL-QTD-FILTRADOS.             00012720
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00012730
             MOVE ZERO                TO CTL-QTD-FONTES.                00012740
             WRITE CPCTRL01-REGISTRO.                                   00012750
      *---------------------------------------------------              00012760
       9000-TRATA-ERROS                   SECTION.                      00012770
      *---------------------------------------------------              00012780
             PERFORM 9050-GRAVAR-ERRLOG.                                00012790
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00012800
             STOP RUN.                                                  00012810
      *--------------------------------------------------------------   00012820
       9000-99-FIM.            EXIT.                                    00012830
      *--------------------------------------------------------------   00012840
