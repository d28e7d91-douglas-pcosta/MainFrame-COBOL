      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB97.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE PRECO DE CONTRATO         00000120
      *               (CPCTP01) E DA TABELA DE QUEBRA DE                00000130
      *               QUANTIDADE (CPQTB01), AMBOS INDEXADOS, VIA        00000140
      *               CARTOES DE TRANSACAO NA SYSIN (INCLUSAO/          00000150
      *               ALTERACAO/EXCLUSAO), NOS MOLDES DA                00000160
      *               MANUTENCAO DE PRECO PROMOCIONAL (FR05CB63).       00000170
      *               O TIPO DO CARTAO DIZ O ALVO: P CONTRATO DO        00000180
      *               CLIENTE POR PRODUTO (PRECO FIXO OU                00000190
      *               PERCENTUAL), C CONTRATO DO CLIENTE POR            00000200
      *               CATEGORIA (PERCENTUAL) E Q FAIXA DE QUEBRA        00000210
      *               DE QUANTIDADE DO PRODUTO (PERCENTUAL A            00000220
      *               PARTIR DA QUANTIDADE MINIMA). CLIENTE,            00000230
      *               PRODUTO E CATEGORIA SAO CONFERIDOS NOS            00000240
      *               MASTERS E A VIGENCIA E CRITICADA (FIM ZERO        00000250
      *               = SEM FIM). A EXCLUSAO E LOGICA (STATUS           00000260
      *               INATIVO). OS PRECOS SAO APLICADOS PELO            00000270
      *               SERVICO DE PRECIFICACAO FR05CB96                  00000280
      *-------------------------------------------------------*         00000290
      *     HISTORICO DE ALTERACOES                                     00000300
      *     DATA        AUTOR   DESCRICAO                               00000310
      *     ----------  ------  --------------------------------        00000320
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000330
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000340
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000350
      *=======================================================*         00000360
                                                                        00000370
      *=======================================================*         00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=======================================================*         00000400
       INPUT-OUTPUT                              SECTION.               00000410
       FILE-CONTROL.                                                    00000420
             SELECT CONTRATO ASSIGN TO ARQCTP                           00000430
                ORGANIZATION IS INDEXED                                 00000440
                ACCESS MODE  IS DYNAMIC                                 00000450
                RECORD KEY   IS CTP-CHAVE                               00000460
                FILE STATUS  IS WRK-FS-CONTRATO.                        00000470
                                                                        00000480
             SELECT QUEBRA   ASSIGN TO ARQQTB                           00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS DYNAMIC                                 00000510
                RECORD KEY   IS QTB-CHAVE                               00000520
                FILE STATUS  IS WRK-FS-QUEBRA.                          00000530
                                                                        00000540
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS CLI-ID                                  00000580
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000590
                                                                        00000600
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS PRDM-CODIGO                             00000640
                FILE STATUS  IS WRK-FS-PRDM.                            00000650
                                                                        00000660
             SELECT CATEGORIA-MASTER ASSIGN TO ARQCAT                   00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS CAT-CODIGO                              00000700
                FILE STATUS  IS WRK-FS-CATEGORIA.                       00000710
                                                                        00000720
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000730
                FILE STATUS  IS WRK-FS-REJEITO.                         00000740
                                                                        00000750
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000760
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000770
                                                                        00000780
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000790
                FILE STATUS  IS WRK-FS-SYSIN.                           00000800
                                                                        00000810
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000820
                ORGANIZATION IS INDEXED                                 00000830
                ACCESS MODE  IS DYNAMIC                                 00000840
                RECORD KEY   IS CKP-PROGRAMA                            00000850
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000860
                                                                        00000870
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000880
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000890
                                                                        00000900
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000910
                ORGANIZATION IS INDEXED                                 00000920
                ACCESS MODE  IS DYNAMIC                                 00000930
                RECORD KEY   IS CAL-DATA                                00000940
                FILE STATUS  IS WRK-FS-CALEND.                          00000950
                                                                        00000960
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000970
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000980
                                                                        00000990
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001000
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001010
      *=======================================================*         00001020
       DATA                                      DIVISION.              00001030
      *=======================================================*         00001040
       FILE                                      SECTION.               00001050
       FD ENTRADA-SYSIN                                                 00001060
           RECORDING MODE IS F                                          00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
       01 SYSIN-REGISTRO             PIC X(052).                        00001090
                                                                        00001100
       FD CONTRATO.                                                     00001110
           COPY CPCTP01.                                                00001120
                                                                        00001130
       FD QUEBRA.                                                       00001140
           COPY CPQTB01.                                                00001150
                                                                        00001160
       FD CLIENTE-MASTER.                                               00001170
           COPY CPCLIE01.                                               00001180
                                                                        00001190
       FD PRODUTO-MASTER.                                               00001200
           COPY CPPRDM01.                                               00001210
                                                                        00001220
       FD CATEGORIA-MASTER.                                             00001230
           COPY CPCAT01.                                                00001240
                                                                        00001250
       FD REJEITO-INTAKE                                                00001260
           RECORDING MODE IS F                                          00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
           COPY CPREJ20.                                                00001290
                                                                        00001300
       FD AUDITORIA                                                     00001310
           RECORDING MODE IS F                                          00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
           COPY CPAUD01.                                                00001340
                                                                        00001350
       FD CHECKPT.                                                      00001360
           COPY CPCKPT01.                                               00001370
                                                                        00001380
       FD ERRLOG.                                                       00001390
           COPY CPERRL01.                                               00001400
                                                                        00001410
       FD CALENDARIO.                                                   00001420
           COPY CPCAL01.                                                00001430
                                                                        00001440
       FD ESTATIS                                                       00001450
           RECORDING MODE IS F                                          00001460
           BLOCK CONTAINS 0 RECORDS.                                    00001470
           COPY CPSTA01.                                                00001480
                                                                        00001490
       FD CONTROLE                                                      00001500
           RECORDING MODE IS F                                          00001510
           BLOCK CONTAINS 0 RECORDS.                                    00001520
           COPY CPCTRL01.                                               00001530
                                                                        00001540
       WORKING-STORAGE                           SECTION.               00001550
       01 WRK-REGISTRO.                                                 00001560
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001570
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001580
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001590
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001600
          05 WRK-TIPO-REG    PIC X(001)       VALUE SPACES.             00001610
             88 WRK-REG-CONTRATO-PRODUTO      VALUE 'P'.                00001620
             88 WRK-REG-CONTRATO-CATEGORIA    VALUE 'C'.                00001630
             88 WRK-REG-QUEBRA                VALUE 'Q'.                00001640
          05 WRK-CLI-ID      PIC 9(005)       VALUE ZEROS.              00001650
          05 WRK-ITEM        PIC X(008)       VALUE SPACES.             00001660
          05 WRK-ITEM-R REDEFINES WRK-ITEM.                             00001670
             10 WRK-CODIGO   PIC 9(008).                                00001680
          05 WRK-ITEM-CAT REDEFINES WRK-ITEM.                           00001690
             10 WRK-CATEGORIA PIC X(005).                               00001700
             10 WRK-CAT-RESTO PIC X(003).                               00001710
          05 WRK-QTD-MINIMA  PIC 9(007)       VALUE ZEROS.              00001720
          05 WRK-PRECO       PIC 9(007)V99    VALUE ZEROS.              00001730
          05 WRK-PERCENTUAL  PIC 9(003)V99    VALUE ZEROS.              00001740
          05 WRK-DATA-INICIO PIC 9(008)       VALUE ZEROS.              00001750
          05 WRK-DATA-FIM    PIC 9(008)       VALUE ZEROS.              00001760
                                                                        00001770
       77 WRK-FS-CONTRATO          PIC X(02) VALUE SPACES.              00001780
       77 WRK-FS-QUEBRA            PIC X(02) VALUE SPACES.              00001790
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00001800
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001810
       77 WRK-FS-CATEGORIA         PIC X(02) VALUE SPACES.              00001820
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001830
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001840
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001850
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001860
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001870
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001880
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001890
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001900
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001910
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001920
       01 WRK-SW-VALIDO.                                                00001930
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001940
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001950
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001960
       COPY CPAUD02.                                                    00001970
       COPY CPCAB01.                                                    00001980
       COPY CPCKP01.                                                    00001990
       COPY CPERR01.                                                    00002000
       COPY CPDTA01.                                                    00002010
       COPY CPSTT01.                                                    00002020
      *---------------------------------------------------              00002030
       LINKAGE                                    SECTION.              00002040
      *---------------------------------------------------              00002050
       01 WRK-PARM-RESTART.                                             00002060
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00002070
          05 WRK-PARM-DADOS           PIC X(66).                        00002080
      *=========================================*                       00002090
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002100
      *=========================================*                       00002110
                                                                        00002120
      *---------------------------------------------------              00002130
       0000-PRINCIPAL                     SECTION.                      00002140
      *---------------------------------------------------              00002150
             PERFORM 0100-INICIAR.                                      00002160
             PERFORM 0200-PROCESSAR                                     00002170
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002180
             PERFORM 0300-FINALIZAR.                                    00002190
      *---------------------------------------------------              00002200
       0000-99-FIM.            EXIT.                                    00002210
      *---------------------------------------------------              00002220
                                                                        00002230
       0100-INICIAR                       SECTION.                      00002240
             MOVE 'FR05CB97' TO WRK-CAB-PROGRAMA.                       00002250
             PERFORM 0101-CABECALHO-PADRAO.                             00002260
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002270
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002280
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002290
             PERFORM 0102-INTERPRETAR-PARM.                             00002300
             OPEN I-O CONTRATO.                                         00002310
             IF WRK-FS-CONTRATO EQUAL '35'                              00002320
                 OPEN OUTPUT CONTRATO                                   00002330
                 CLOSE CONTRATO                                         00002340
                 OPEN I-O CONTRATO                                      00002350
             END-IF.                                                    00002360
             OPEN I-O QUEBRA.                                           00002370
             IF WRK-FS-QUEBRA EQUAL '35'                                00002380
                 OPEN OUTPUT QUEBRA                                     00002390
                 CLOSE QUEBRA                                           00002400
                 OPEN I-O QUEBRA                                        00002410
             END-IF.                                                    00002420
             OPEN INPUT CLIENTE-MASTER.                                 00002430
             OPEN INPUT PRODUTO-MASTER.                                 00002440
             OPEN INPUT CATEGORIA-MASTER.                               00002450
             OPEN INPUT ENTRADA-SYSIN.                                  00002460
             PERFORM 0105-ABRIR-AUDITORIA.                              00002470
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002480
             PERFORM 0104-POSICIONAR-RESTART.                           00002490
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002500
                 OPEN EXTEND REJEITO-INTAKE                             00002510
                 OPEN EXTEND CONTROLE                                   00002520
             ELSE                                                       00002530
                 OPEN OUTPUT REJEITO-INTAKE                             00002540
                 OPEN OUTPUT CONTROLE                                   00002550
             END-IF.                                                    00002560
             PERFORM 0110-TESTAR-STATUS.                                00002570
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002580
      *---------------------------------------------------              00002590
       0100-99-FIM.            EXIT.                                    00002600
      *---------------------------------------------------              00002610
           COPY CPCAB02.                                                00002620
       COPY CPCKP02.                                                    00002630
           COPY CPERR02.                                                00002640
           COPY CPDTA02.                                                00002650
           COPY CPSTT02.                                                00002660
           COPY CPAUD03.                                                00002670
      *---------------------------------------------------              00002680
       0105-ABRIR-AUDITORIA               SECTION.                      00002690
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002700
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002710
      *---------------------------------------------------              00002720
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002730
             OPEN EXTEND AUDITORIA.                                     00002740
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002750
                 OPEN OUTPUT AUDITORIA                                  00002760
                 CLOSE AUDITORIA                                        00002770
                 OPEN EXTEND AUDITORIA                                  00002780
             END-IF.                                                    00002790
      *---------------------------------------------------              00002800
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002810
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002820
      *    ULTIMO CHECKPOINT                                            00002830
      *---------------------------------------------------              00002840
             PERFORM 0108-PULAR-UM-CARTAO                               00002850
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002860
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002870
      *---------------------------------------------------              00002880
       0108-PULAR-UM-CARTAO               SECTION.                      00002890
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002900
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002910
                 ADD 1 TO WRK-CONT-LIDOS                                00002920
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002930
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002940
             END-IF.                                                    00002950
                                                                        00002960
       0110-TESTAR-STATUS                 SECTION.                      00002970
             IF WRK-FS-CONTRATO NOT EQUAL ZEROS                         00002980
                 MOVE ' ERRO OPEN CONTRATOS DE PRECO ' TO WRK-MSG       00002990
                 PERFORM 9000-TRATA-ERROS                               00003000
             END-IF.                                                    00003010
             IF WRK-FS-QUEBRA NOT EQUAL ZEROS                           00003020
                 MOVE ' ERRO OPEN QUEBRA DE QUANTIDADE ' TO WRK-MSG     00003030
                 PERFORM 9000-TRATA-ERROS                               00003040
             END-IF.                                                    00003050
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003060
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003070
                 PERFORM 9000-TRATA-ERROS                               00003080
             END-IF.                                                    00003090
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00003100
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00003110
                 PERFORM 9000-TRATA-ERROS                               00003120
             END-IF.                                                    00003130
             IF WRK-FS-CATEGORIA NOT EQUAL ZEROS                        00003140
                 MOVE ' ERRO OPEN CATEGORIA-MASTER ' TO WRK-MSG         00003150
                 PERFORM 9000-TRATA-ERROS                               00003160
             END-IF.                                                    00003170
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00003180
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00003190
                 PERFORM 9000-TRATA-ERROS                               00003200
             END-IF.                                                    00003210
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00003220
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00003230
                 PERFORM 9000-TRATA-ERROS                               00003240
             END-IF.                                                    00003250
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003260
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003270
                 PERFORM 9000-TRATA-ERROS                               00003280
             END-IF.                                                    00003290
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003300
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003310
                 PERFORM 9000-TRATA-ERROS                               00003320
             END-IF.                                                    00003330
      *---------------------------------------------------              00003340
       0200-PROCESSAR                     SECTION.                      00003350
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003360
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003370
                 ADD 1 TO WRK-CONT-LIDOS                                00003380
                 PERFORM 0210-VALIDAR-REGISTRO                          00003390
                 IF WRK-REGISTRO-VALIDO                                 00003400
                     IF WRK-REG-QUEBRA                                  00003410
                         PERFORM 0216-GRAVA-QUEBRA                      00003420
                     ELSE                                               00003430
                         PERFORM 0212-GRAVA-CONTRATO                    00003440
                     END-IF                                             00003450
                 END-IF                                                 00003460
                 IF WRK-REGISTRO-VALIDO                                 00003470
                     ADD 1 TO WRK-CONT-ACEITOS                          00003480
                     SET AUD-ACEITO TO TRUE                             00003490
                 ELSE                                                   00003500
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003510
                     PERFORM 0220-GRAVA-REJEITO                         00003520
                     SET AUD-REJEITADO TO TRUE                          00003530
                 END-IF                                                 00003540
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003550
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003560
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003570
             END-IF.                                                    00003580
      *---------------------------------------------------              00003590
       0212-GRAVA-CONTRATO                SECTION.                      00003600
      *    CONTRATO POR CATEGORIA GUARDA A CATEGORIA NAS 5              00003610
      *    PRIMEIRAS POSICOES DO ITEM                                   00003620
      *---------------------------------------------------              00003630
             MOVE WRK-CLI-ID      TO CTP-CLI-ID.                        00003640
             MOVE WRK-TIPO-REG    TO CTP-TIPO.                          00003650
             MOVE SPACES          TO CTP-ITEM.                          00003660
             IF WRK-REG-CONTRATO-PRODUTO                                00003670
                 MOVE WRK-ITEM      TO CTP-ITEM                         00003680
             ELSE                                                       00003690
                 MOVE WRK-CATEGORIA TO CTP-ITEM (1:5)                   00003700
             END-IF.                                                    00003710
             EVALUATE TRUE                                              00003720
                 WHEN WRK-TRANS-INCLUSAO                                00003730
                     PERFORM 0213-MONTAR-CONTRATO                       00003740
                     WRITE CPCTP01-REGISTRO                             00003750
                         INVALID KEY                                    00003760
                             MOVE ' CONTRATO JA CADASTRADO '            00003770
                                 TO WRK-MSG                             00003780
                             DISPLAY WRK-MSG                            00003790
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003800
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00003810
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00003820
                     END-WRITE                                          00003830
                 WHEN WRK-TRANS-ALTERACAO                               00003840
                     READ CONTRATO                                      00003850
                         INVALID KEY                                    00003860
                             MOVE ' CONTRATO INEXISTENTE '              00003870
                                 TO WRK-MSG                             00003880
                             DISPLAY WRK-MSG                            00003890
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003900
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00003910
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00003920
                         NOT INVALID KEY                                00003930
                             PERFORM 0213-MONTAR-CONTRATO               00003940
                             REWRITE CPCTP01-REGISTRO                   00003950
                     END-READ                                           00003960
                 WHEN WRK-TRANS-EXCLUSAO                                00003970
                     READ CONTRATO                                      00003980
                         INVALID KEY                                    00003990
                             MOVE ' CONTRATO INEXISTENTE '              00004000
                                 TO WRK-MSG                             00004010
                             DISPLAY WRK-MSG                            00004020
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004030
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00004040
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00004050
                         NOT INVALID KEY                                00004060
                             SET CTP-INATIVO TO TRUE                    00004070
                             REWRITE CPCTP01-REGISTRO                   00004080
                     END-READ                                           00004090
             END-EVALUATE.                                              00004100
      *---------------------------------------------------              00004110
       0213-MONTAR-CONTRATO               SECTION.                      00004120
             MOVE WRK-PRECO       TO CTP-PRECO-CONTRATO.                00004130
             MOVE WRK-PERCENTUAL  TO CTP-PERC-DESCONTO.                 00004140
             MOVE WRK-DATA-INICIO TO CTP-DATA-INICIO.                   00004150
             MOVE WRK-DATA-FIM    TO CTP-DATA-FIM.                      00004160
             SET CTP-ATIVO        TO TRUE.                              00004170
      *---------------------------------------------------              00004180
       0216-GRAVA-QUEBRA                  SECTION.                      00004190
             MOVE WRK-CODIGO      TO QTB-CODIGO.                        00004200
             MOVE WRK-QTD-MINIMA  TO QTB-QTD-MINIMA.                    00004210
             EVALUATE TRUE                                              00004220
                 WHEN WRK-TRANS-INCLUSAO                                00004230
                     PERFORM 0217-MONTAR-QUEBRA                         00004240
                     WRITE CPQTB01-REGISTRO                             00004250
                         INVALID KEY                                    00004260
                             MOVE ' FAIXA JA CADASTRADA '               00004270
                                 TO WRK-MSG                             00004280
                             DISPLAY WRK-MSG                            00004290
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004300
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00004310
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00004320
                     END-WRITE                                          00004330
                 WHEN WRK-TRANS-ALTERACAO                               00004340
                     READ QUEBRA                                        00004350
                         INVALID KEY                                    00004360
                             MOVE ' FAIXA INEXISTENTE '                 00004370
                                 TO WRK-MSG                             00004380
                             DISPLAY WRK-MSG                            00004390
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004400
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00004410
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00004420
                         NOT INVALID KEY                                00004430
                             PERFORM 0217-MONTAR-QUEBRA                 00004440
                             REWRITE CPQTB01-REGISTRO                   00004450
                     END-READ                                           00004460
                 WHEN WRK-TRANS-EXCLUSAO                                00004470
                     READ QUEBRA                                        00004480
                         INVALID KEY                                    00004490
                             MOVE ' FAIXA INEXISTENTE '                 00004500
                                 TO WRK-MSG                             00004510
                             DISPLAY WRK-MSG                            00004520
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004530
                             MOVE 06 TO REJ20-CODIGO-MOTIVO             00004540
                             MOVE WRK-MSG TO REJ20-DESCRICAO-MOTIVO     00004550
                         NOT INVALID KEY                                00004560
                             SET QTB-INATIVA TO TRUE                    00004570
                             REWRITE CPQTB01-REGISTRO                   00004580
                     END-READ                                           00004590
             END-EVALUATE.                                              00004600
      *---------------------------------------------------              00004610
       0217-MONTAR-QUEBRA                 SECTION.                      00004620
             MOVE WRK-PERCENTUAL  TO QTB-PERC-DESCONTO.                 00004630
             MOVE WRK-DATA-INICIO TO QTB-DATA-INICIO.                   00004640
             MOVE WRK-DATA-FIM    TO QTB-DATA-FIM.                      00004650
             SET QTB-ATIVA        TO TRUE.                              00004660
      *---------------------------------------------------              00004670
       0210-VALIDAR-REGISTRO              SECTION.                      00004680
      *    CONTRATO POR PRODUTO ACEITA PRECO FIXO OU PERCENTUAL;        00004690
      *    CONTRATO POR CATEGORIA E FAIXA DE QUANTIDADE, SO             00004700
      *    PERCENTUAL. A CHAVE E CRITICADA TAMBEM NA EXCLUSAO           00004710
      *---------------------------------------------------              00004720
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004730
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00004740
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00004750
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00004760
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004770
                 MOVE 01 TO REJ20-CODIGO-MOTIVO                         00004780
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00004790
                     REJ20-DESCRICAO-MOTIVO                             00004800
             ELSE IF NOT WRK-REG-CONTRATO-PRODUTO AND                   00004810
                NOT WRK-REG-CONTRATO-CATEGORIA AND                      00004820
                NOT WRK-REG-QUEBRA                                      00004830
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004840
                 MOVE 02 TO REJ20-CODIGO-MOTIVO                         00004850
                 MOVE 'TIPO DE REGISTRO INVALIDO (P/C/Q)' TO            00004860
                     REJ20-DESCRICAO-MOTIVO                             00004870
             ELSE IF NOT WRK-REG-QUEBRA AND                             00004880
                WRK-CLI-ID NOT NUMERIC                                  00004890
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004900
                 MOVE 03 TO REJ20-CODIGO-MOTIVO                         00004910
                 MOVE 'CODIGO DE CLIENTE INVALIDO' TO                   00004920
                     REJ20-DESCRICAO-MOTIVO                             00004930
             ELSE IF NOT WRK-REG-CONTRATO-CATEGORIA AND                 00004940
                WRK-CODIGO NOT NUMERIC                                  00004950
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004960
                 MOVE 04 TO REJ20-CODIGO-MOTIVO                         00004970
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00004980
                     REJ20-DESCRICAO-MOTIVO                             00004990
             ELSE IF WRK-REG-CONTRATO-CATEGORIA AND                     00005000
                (WRK-CATEGORIA EQUAL SPACES OR                          00005010
                 WRK-CAT-RESTO NOT EQUAL SPACES)                        00005020
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005030
                 MOVE 04 TO REJ20-CODIGO-MOTIVO                         00005040
                 MOVE 'CODIGO DE CATEGORIA INVALIDO' TO                 00005050
                     REJ20-DESCRICAO-MOTIVO                             00005060
             ELSE IF WRK-REG-QUEBRA AND                                 00005070
                (WRK-QTD-MINIMA NOT NUMERIC OR                          00005080
                 WRK-QTD-MINIMA EQUAL ZEROS)                            00005090
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005100
                 MOVE 08 TO REJ20-CODIGO-MOTIVO                         00005110
                 MOVE 'QUANTIDADE MINIMA DA FAIXA INVALIDA' TO          00005120
                     REJ20-DESCRICAO-MOTIVO                             00005130
             ELSE IF WRK-TRANS-EXCLUSAO                                 00005140
                 CONTINUE                                               00005150
             ELSE IF WRK-PRECO NOT NUMERIC OR                           00005160
                WRK-PERCENTUAL NOT NUMERIC OR                           00005170
                WRK-PERCENTUAL NOT < 100                                00005180
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005190
                 MOVE 05 TO REJ20-CODIGO-MOTIVO                         00005200
                 MOVE 'PRECO OU PERCENTUAL INVALIDO' TO                 00005210
                     REJ20-DESCRICAO-MOTIVO                             00005220
             ELSE IF WRK-REG-CONTRATO-PRODUTO AND                       00005230
                WRK-PRECO EQUAL ZEROS AND                               00005240
                WRK-PERCENTUAL EQUAL ZEROS                              00005250
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005260
                 MOVE 05 TO REJ20-CODIGO-MOTIVO                         00005270
                 MOVE 'CONTRATO SEM PRECO E SEM PERCENTUAL' TO          00005280
                     REJ20-DESCRICAO-MOTIVO                             00005290
             ELSE IF NOT WRK-REG-CONTRATO-PRODUTO AND                   00005300
                (WRK-PRECO NOT EQUAL ZEROS OR                           00005310
                 WRK-PERCENTUAL EQUAL ZEROS)                            00005320
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005330
                 MOVE 05 TO REJ20-CODIGO-MOTIVO                         00005340
                 MOVE 'INFORMAR SO O PERCENTUAL' TO                     00005350
                     REJ20-DESCRICAO-MOTIVO                             00005360
             ELSE IF WRK-DATA-INICIO NOT NUMERIC OR                     00005370
                WRK-DATA-INICIO EQUAL ZEROS OR                          00005380
                WRK-DATA-FIM NOT NUMERIC OR                             00005390
                (WRK-DATA-FIM NOT EQUAL ZEROS AND                       00005400
                 WRK-DATA-FIM < WRK-DATA-INICIO)                        00005410
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005420
                 MOVE 07 TO REJ20-CODIGO-MOTIVO                         00005430
                 MOVE 'JANELA DE VIGENCIA INVALIDA' TO                  00005440
                     REJ20-DESCRICAO-MOTIVO                             00005450
             END-IF END-IF END-IF END-IF END-IF END-IF END-IF           00005460
             END-IF END-IF END-IF END-IF.                               00005470
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00005480
                AND NOT WRK-REG-QUEBRA                                  00005490
                 PERFORM 0214-VALIDAR-CLIENTE                           00005500
             END-IF.                                                    00005510
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00005520
                 IF WRK-REG-CONTRATO-CATEGORIA                          00005530
                     PERFORM 0219-VALIDAR-CATEGORIA                     00005540
                 ELSE                                                   00005550
                     PERFORM 0215-VALIDAR-PRODUTO                       00005560
                 END-IF                                                 00005570
             END-IF.                                                    00005580
      *---------------------------------------------------              00005590
       0214-VALIDAR-CLIENTE               SECTION.                      00005600
             MOVE WRK-CLI-ID TO CLI-ID.                                 00005610
             READ CLIENTE-MASTER                                        00005620
                 INVALID KEY                                            00005630
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005640
                     MOVE 03 TO REJ20-CODIGO-MOTIVO                     00005650
                     MOVE 'CLIENTE NAO CADASTRADO' TO                   00005660
                         REJ20-DESCRICAO-MOTIVO                         00005670
                 NOT INVALID KEY                                        00005680
                     IF NOT CLI-STAT-ATIVO                              00005690
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005700
                         MOVE 03 TO REJ20-CODIGO-MOTIVO                 00005710
                         MOVE 'CLIENTE SUSPENSO OU ENCERRADO' TO        00005720
                             REJ20-DESCRICAO-MOTIVO                     00005730
                     END-IF                                             00005740
             END-READ.                                                  00005750
      *---------------------------------------------------              00005760
       0215-VALIDAR-PRODUTO               SECTION.                      00005770
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00005780
             READ PRODUTO-MASTER                                        00005790
                 INVALID KEY                                            00005800
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005810
                     MOVE 04 TO REJ20-CODIGO-MOTIVO                     00005820
                     MOVE 'PRODUTO NAO CADASTRADO' TO                   00005830
                         REJ20-DESCRICAO-MOTIVO                         00005840
                 NOT INVALID KEY                                        00005850
                     IF PRDM-INATIVO                                    00005860
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005870
                         MOVE 04 TO REJ20-CODIGO-MOTIVO                 00005880
                         MOVE 'PRODUTO INATIVO' TO                      00005890
                             REJ20-DESCRICAO-MOTIVO                     00005900
                     END-IF                                             00005910
             END-READ.                                                  00005920
      *---------------------------------------------------              00005930
       0219-VALIDAR-CATEGORIA             SECTION.                      00005940
             MOVE WRK-CATEGORIA TO CAT-CODIGO.                          00005950
             READ CATEGORIA-MASTER                                      00005960
                 INVALID KEY                                            00005970
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005980
                     MOVE 04 TO REJ20-CODIGO-MOTIVO                     00005990
                     MOVE 'CATEGORIA NAO CADASTRADA' TO                 00006000
                         REJ20-DESCRICAO-MOTIVO                         00006010
                 NOT INVALID KEY                                        00006020
                     IF CAT-INATIVA                                     00006030
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006040
                         MOVE 04 TO REJ20-CODIGO-MOTIVO                 00006050
                         MOVE 'CATEGORIA INATIVA' TO                    00006060
                             REJ20-DESCRICAO-MOTIVO                     00006070
                     END-IF                                             00006080
             END-READ.                                                  00006090
      *---------------------------------------------------              00006100
       0220-GRAVA-REJEITO                 SECTION.                      00006110
             MOVE 'FR05CB97' TO REJ20-PROGRAMA.                         00006120
             MOVE WRK-REGISTRO TO REJ20-REGISTRO-ORIGINAL.              00006130
             WRITE CPREJ20-REGISTRO.                                    00006140
      *---------------------------------------------------              00006150
       0900-GRAVAR-AUDITORIA              SECTION.                      00006160
             MOVE 'FR05CB97' TO AUD-PROGRAMA.                           00006170
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00006180
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00006190
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00006200
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00006210
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00006220
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00006230
             MOVE ZEROS TO AUD-NUM-LOTE.                                00006240
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00006250
             WRITE CPAUD01-REGISTRO.                                    00006260
      *---------------------------------------------------              00006270
       0300-FINALIZAR                     SECTION.                      00006280
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00006290
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00006300
             PERFORM 0310-GRAVA-CONTROLE.                               00006310
             MOVE WRK-CONT-LIDOS                                        00006320
                 TO WRK-STT-REGISTROS.                                  00006330
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00006340
             CLOSE CONTRATO.                                            00006350
             CLOSE QUEBRA.                                              00006360
             CLOSE CLIENTE-MASTER.                                      00006370
             CLOSE PRODUTO-MASTER.                                      00006380
             CLOSE CATEGORIA-MASTER.                                    00006390
             CLOSE REJEITO-INTAKE.                                      00006400
             CLOSE AUDITORIA.                                           00006410
             CLOSE ENTRADA-SYSIN.                                       00006420
             CLOSE CONTROLE.                                            00006430
             DISPLAY '==========================='.                     00006440
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00006450
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00006460
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00006470
             DISPLAY '==========================='.                     00006480
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00006490
             PERFORM 9000-TRATA-ERROS.                                  00006500
      *---------------------------------------------------              00006510
       0310-GRAVA-CONTROLE                SECTION.                      00006520
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00006530
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00006540
      *---------------------------------------------------              00006550
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00006560
             MOVE SPACES              TO CTL-DATA-HORA.                 00006570
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00006580
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00006590
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00006600
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00006610
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00006620
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00006630
             MOVE ZERO                TO CTL-QTD-FONTES.                00006640
             WRITE CPCTRL01-REGISTRO.                                   00006650
      *---------------------------------------------------              00006660
       9000-TRATA-ERROS                   SECTION.                      00006670
      *---------------------------------------------------              00006680
             PERFORM 9050-GRAVAR-ERRLOG.                                00006690
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00006700
             STOP RUN.                                                  00006710
      *--------------------------------------------------------------   00006720
       9000-99-FIM.            EXIT.                                    00006730
      *--------------------------------------------------------------   00006740
