      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB11.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE UNIDADES DE MEDIDA        00000120
      *               (CPUNM01) E DA TABELA DE CONVERSAO DE             00000130
      *               UNIDADE POR PRODUTO (CPCNV01), AMBOS              00000140
      *               INDEXADOS, VIA CARTOES DE TRANSACAO NA SYSIN      00000150
      *               (INCLUSAO/ALTERACAO/EXCLUSAO), NOS MOLDES DA      00000160
      *               MANUTENCAO DE PRECO DE CONTRATO (FR05CB97).       00000170
      *               O TIPO DO CARTAO DIZ O ALVO: U UNIDADE DE         00000180
      *               MEDIDA (CODIGO E DESCRICAO) E P CONVERSAO DO      00000190
      *               PRODUTO (UNIDADE DE COMPRA COM O FATOR EM         00000200
      *               UNIDADES DE ESTOQUE, UNIDADE DE ESTOQUE E         00000210
      *               UNIDADE DE VENDA - EM BRANCO ASSUME A DE          00000220
      *               ESTOQUE). O PRODUTO E CONFERIDO NO MASTER E       00000230
      *               AS UNIDADES TEM DE ESTAR ATIVAS NO CPUNM01;       00000240
      *               COMPRA NA PROPRIA UNIDADE DE ESTOQUE EXIGE        00000250
      *               FATOR 1. A EXCLUSAO E LOGICA (STATUS INATIVO)     00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000310
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000320
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000330
      *=======================================================*         00000340
                                                                        00000350
      *=======================================================*         00000360
       ENVIRONMENT                               DIVISION.              00000370
      *=======================================================*         00000380
       INPUT-OUTPUT                              SECTION.               00000390
       FILE-CONTROL.                                                    00000400
             SELECT UNIDADE-MASTER ASSIGN TO ARQUNM                     00000410
                ORGANIZATION IS INDEXED                                 00000420
                ACCESS MODE  IS DYNAMIC                                 00000430
                RECORD KEY   IS UNM-CODIGO                              00000440
                FILE STATUS  IS WRK-FS-UNIDADE.                         00000450
                                                                        00000460
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS DYNAMIC                                 00000490
                RECORD KEY   IS CNV-CODIGO                              00000500
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00000510
                                                                        00000520
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS DYNAMIC                                 00000550
                RECORD KEY   IS PRDM-CODIGO                             00000560
                FILE STATUS  IS WRK-FS-PRDM.                            00000570
                                                                        00000580
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000590
                FILE STATUS  IS WRK-FS-REJEITO.                         00000600
                                                                        00000610
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000620
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000630
                                                                        00000640
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000650
                FILE STATUS  IS WRK-FS-SYSIN.                           00000660
                                                                        00000670
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS CKP-PROGRAMA                            00000710
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000720
                                                                        00000730
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000740
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000750
                                                                        00000760
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000770
                ORGANIZATION IS INDEXED                                 00000780
                ACCESS MODE  IS DYNAMIC                                 00000790
                RECORD KEY   IS CAL-DATA                                00000800
                FILE STATUS  IS WRK-FS-CALEND.                          00000810
                                                                        00000820
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000830
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000840
                                                                        00000850
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000860
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000870
      *=======================================================*         00000880
       DATA                                      DIVISION.              00000890
      *=======================================================*         00000900
       FILE                                      SECTION.               00000910
       FD ENTRADA-SYSIN                                                 00000920
           RECORDING MODE IS F                                          00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
       01 SYSIN-REGISTRO             PIC X(030).                        00000950
                                                                        00000960
       FD UNIDADE-MASTER.                                               00000970
           COPY CPUNM01.                                                00000980
                                                                        00000990
       FD CONVERSAO.                                                    00001000
           COPY CPCNV01.                                                00001010
                                                                        00001020
       FD PRODUTO-MASTER.                                               00001030
           COPY CPPRDM01.                                               00001040
                                                                        00001050
       FD REJEITO-INTAKE                                                00001060
           RECORDING MODE IS F                                          00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
           COPY CPREJ26.                                                00001090
                                                                        00001100
       FD AUDITORIA                                                     00001110
           RECORDING MODE IS F                                          00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
           COPY CPAUD01.                                                00001140
                                                                        00001150
       FD CHECKPT.                                                      00001160
           COPY CPCKPT01.                                               00001170
                                                                        00001180
       FD ERRLOG.                                                       00001190
           COPY CPERRL01.                                               00001200
                                                                        00001210
       FD CALENDARIO.                                                   00001220
           COPY CPCAL01.                                                00001230
                                                                        00001240
       FD ESTATIS                                                       00001250
           RECORDING MODE IS F                                          00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
           COPY CPSTA01.                                                00001280
                                                                        00001290
       FD CONTROLE                                                      00001300
           RECORDING MODE IS F                                          00001310
           BLOCK CONTAINS 0 RECORDS.                                    00001320
           COPY CPCTRL01.                                               00001330
                                                                        00001340
       WORKING-STORAGE                           SECTION.               00001350
       01 WRK-REGISTRO.                                                 00001360
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001370
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001380
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001390
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001400
          05 WRK-TIPO-REG    PIC X(001)       VALUE SPACES.             00001410
             88 WRK-REG-UNIDADE               VALUE 'U'.                00001420
             88 WRK-REG-CONVERSAO             VALUE 'P'.                00001430
          05 WRK-CHAVE       PIC X(008)       VALUE SPACES.             00001440
          05 WRK-CHAVE-UNM REDEFINES WRK-CHAVE.                         00001450
             10 WRK-UNIDADE  PIC X(003).                                00001460
             10 WRK-UNM-RESTO PIC X(005).                               00001470
          05 WRK-CHAVE-CNV REDEFINES WRK-CHAVE.                         00001480
             10 WRK-CODIGO   PIC 9(008).                                00001490
          05 WRK-DADOS       PIC X(020)       VALUE SPACES.             00001500
          05 WRK-DADOS-UNM REDEFINES WRK-DADOS.                         00001510
             10 WRK-DESCRICAO     PIC X(020).                           00001520
          05 WRK-DADOS-CNV REDEFINES WRK-DADOS.                         00001530
             10 WRK-UNID-COMPRA   PIC X(003).                           00001540
             10 WRK-FATOR-COMPRA  PIC 9(005).                           00001550
             10 WRK-UNID-ESTOQUE  PIC X(003).                           00001560
             10 WRK-UNID-VENDA    PIC X(003).                           00001570
             10 FILLER            PIC X(006).                           00001580
                                                                        00001590
       77 WRK-FS-UNIDADE           PIC X(02) VALUE SPACES.              00001600
       77 WRK-FS-CONVERSAO         PIC X(02) VALUE SPACES.              00001610
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001620
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001630
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001640
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001650
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001660
       77 WRK-UNIDADE-CONFERIDA    PIC X(03) VALUE SPACES.              00001670
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001680
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001690
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001700
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001710
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001720
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001730
       01 WRK-SW-VALIDO.                                                00001740
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001750
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001760
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001770
       COPY CPAUD02.                                                    00001780
       COPY CPCAB01.                                                    00001790
       COPY CPCKP01.                                                    00001800
       COPY CPERR01.                                                    00001810
       COPY CPDTA01.                                                    00001820
       COPY CPSTT01.                                                    00001830
      *---------------------------------------------------              00001840
       LINKAGE                                    SECTION.              00001850
      *---------------------------------------------------              00001860
       01 WRK-PARM-RESTART.                                             00001870
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001880
          05 WRK-PARM-DADOS           PIC X(66).                        00001890
      *=========================================*                       00001900
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001910
      *=========================================*                       00001920
                                                                        00001930
      *---------------------------------------------------              00001940
       0000-PRINCIPAL                     SECTION.                      00001950
      *---------------------------------------------------              00001960
             PERFORM 0100-INICIAR.                                      00001970
             PERFORM 0200-PROCESSAR                                     00001980
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001990
             PERFORM 0300-FINALIZAR.                                    00002000
      *---------------------------------------------------              00002010
       0000-99-FIM.            EXIT.                                    00002020
      *---------------------------------------------------              00002030
                                                                        00002040
       0100-INICIAR                       SECTION.                      00002050
             MOVE 'FR06CB11' TO WRK-CAB-PROGRAMA.                       00002060
             PERFORM 0101-CABECALHO-PADRAO.                             00002070
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002080
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002090
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002100
             PERFORM 0102-INTERPRETAR-PARM.                             00002110
             OPEN I-O UNIDADE-MASTER.                                   00002120
             IF WRK-FS-UNIDADE EQUAL '35'                               00002130
                 OPEN OUTPUT UNIDADE-MASTER                             00002140
                 CLOSE UNIDADE-MASTER                                   00002150
                 OPEN I-O UNIDADE-MASTER                                00002160
             END-IF.                                                    00002170
             OPEN I-O CONVERSAO.                                        00002180
             IF WRK-FS-CONVERSAO EQUAL '35'                             00002190
                 OPEN OUTPUT CONVERSAO                                  00002200
                 CLOSE CONVERSAO                                        00002210
                 OPEN I-O CONVERSAO                                     00002220
             END-IF.                                                    00002230
             OPEN INPUT PRODUTO-MASTER.                                 00002240
             OPEN INPUT ENTRADA-SYSIN.                                  00002250
             PERFORM 0105-ABRIR-AUDITORIA.                              00002260
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002270
             PERFORM 0104-POSICIONAR-RESTART.                           00002280
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002290
                 OPEN EXTEND REJEITO-INTAKE                             00002300
                 OPEN EXTEND CONTROLE                                   00002310
             ELSE                                                       00002320
                 OPEN OUTPUT REJEITO-INTAKE                             00002330
                 OPEN OUTPUT CONTROLE                                   00002340
             END-IF.                                                    00002350
             PERFORM 0110-TESTAR-STATUS.                                00002360
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002370
      *---------------------------------------------------              00002380
       0100-99-FIM.            EXIT.                                    00002390
      *---------------------------------------------------              00002400
           COPY CPCAB02.                                                00002410
       COPY CPCKP02.                                                    00002420
           COPY CPERR02.                                                00002430
           COPY CPDTA02.                                                00002440
           COPY CPSTT02.                                                00002450
           COPY CPAUD03.                                                00002460
      *---------------------------------------------------              00002470
       0105-ABRIR-AUDITORIA               SECTION.                      00002480
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002490
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002500
      *---------------------------------------------------              00002510
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002520
             OPEN EXTEND AUDITORIA.                                     00002530
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002540
                 OPEN OUTPUT AUDITORIA                                  00002550
                 CLOSE AUDITORIA                                        00002560
                 OPEN EXTEND AUDITORIA                                  00002570
             END-IF.                                                    00002580
      *---------------------------------------------------              00002590
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002600
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002610
      *    ULTIMO CHECKPOINT                                            00002620
      *---------------------------------------------------              00002630
             PERFORM 0108-PULAR-UM-CARTAO                               00002640
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002650
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002660
      *---------------------------------------------------              00002670
       0108-PULAR-UM-CARTAO               SECTION.                      00002680
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002690
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002700
                 ADD 1 TO WRK-CONT-LIDOS                                00002710
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002720
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002730
             END-IF.                                                    00002740
                                                                        00002750
       0110-TESTAR-STATUS                 SECTION.                      00002760
             IF WRK-FS-UNIDADE NOT EQUAL ZEROS                          00002770
                 MOVE ' ERRO OPEN UNIDADE-MASTER ' TO WRK-MSG           00002780
                 PERFORM 9000-TRATA-ERROS                               00002790
             END-IF.                                                    00002800
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS                        00002810
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00002820
                 PERFORM 9000-TRATA-ERROS                               00002830
             END-IF.                                                    00002840
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002850
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002860
                 PERFORM 9000-TRATA-ERROS                               00002870
             END-IF.                                                    00002880
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002890
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002900
                 PERFORM 9000-TRATA-ERROS                               00002910
             END-IF.                                                    00002920
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002930
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002940
                 PERFORM 9000-TRATA-ERROS                               00002950
             END-IF.                                                    00002960
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002970
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002980
                 PERFORM 9000-TRATA-ERROS                               00002990
             END-IF.                                                    00003000
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003010
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003020
                 PERFORM 9000-TRATA-ERROS                               00003030
             END-IF.                                                    00003040
      *---------------------------------------------------              00003050
       0200-PROCESSAR                     SECTION.                      00003060
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003070
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003080
                 ADD 1 TO WRK-CONT-LIDOS                                00003090
                 PERFORM 0210-VALIDAR-REGISTRO                          00003100
                 IF WRK-REGISTRO-VALIDO                                 00003110
                     IF WRK-REG-UNIDADE                                 00003120
                         PERFORM 0212-GRAVA-UNIDADE                     00003130
                     ELSE                                               00003140
                         PERFORM 0216-GRAVA-CONVERSAO                   00003150
                     END-IF                                             00003160
                 END-IF                                                 00003170
                 IF WRK-REGISTRO-VALIDO                                 00003180
                     ADD 1 TO WRK-CONT-ACEITOS                          00003190
                     SET AUD-ACEITO TO TRUE                             00003200
                 ELSE                                                   00003210
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003220
                     PERFORM 0220-GRAVA-REJEITO                         00003230
                     SET AUD-REJEITADO TO TRUE                          00003240
                 END-IF                                                 00003250
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003260
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003270
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003280
             END-IF.                                                    00003290
      *---------------------------------------------------              00003300
       0212-GRAVA-UNIDADE                 SECTION.                      00003310
             MOVE WRK-UNIDADE     TO UNM-CODIGO.                        00003320
             EVALUATE TRUE                                              00003330
                 WHEN WRK-TRANS-INCLUSAO                                00003340
                     MOVE WRK-DESCRICAO TO UNM-DESCRICAO                00003350
                     SET UNM-ATIVA      TO TRUE                         00003360
                     WRITE CPUNM01-REGISTRO                             00003370
                         INVALID KEY                                    00003380
                             MOVE ' UNIDADE JA CADASTRADA '             00003390
                                 TO WRK-MSG                             00003400
                             DISPLAY WRK-MSG                            00003410
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003420
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00003430
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00003440
                     END-WRITE                                          00003450
                 WHEN WRK-TRANS-ALTERACAO                               00003460
                     READ UNIDADE-MASTER                                00003470
                         INVALID KEY                                    00003480
                             MOVE ' UNIDADE INEXISTENTE '               00003490
                                 TO WRK-MSG                             00003500
                             DISPLAY WRK-MSG                            00003510
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003520
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00003530
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00003540
                         NOT INVALID KEY                                00003550
                             MOVE WRK-DESCRICAO TO UNM-DESCRICAO        00003560
                             SET UNM-ATIVA      TO TRUE                 00003570
                             REWRITE CPUNM01-REGISTRO                   00003580
                     END-READ                                           00003590
                 WHEN WRK-TRANS-EXCLUSAO                                00003600
                     READ UNIDADE-MASTER                                00003610
                         INVALID KEY                                    00003620
                             MOVE ' UNIDADE INEXISTENTE '               00003630
                                 TO WRK-MSG                             00003640
                             DISPLAY WRK-MSG                            00003650
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003660
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00003670
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00003680
                         NOT INVALID KEY                                00003690
                             SET UNM-INATIVA TO TRUE                    00003700
                             REWRITE CPUNM01-REGISTRO                   00003710
                     END-READ                                           00003720
             END-EVALUATE.                                              00003730
      *---------------------------------------------------              00003740
       0216-GRAVA-CONVERSAO               SECTION.                      00003750
             MOVE WRK-CODIGO      TO CNV-CODIGO.                        00003760
             EVALUATE TRUE                                              00003770
                 WHEN WRK-TRANS-INCLUSAO                                00003780
                     PERFORM 0217-MONTAR-CONVERSAO                      00003790
                     WRITE CPCNV01-REGISTRO                             00003800
                         INVALID KEY                                    00003810
                             MOVE ' CONVERSAO JA CADASTRADA '           00003820
                                 TO WRK-MSG                             00003830
                             DISPLAY WRK-MSG                            00003840
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003850
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00003860
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00003870
                     END-WRITE                                          00003880
                 WHEN WRK-TRANS-ALTERACAO                               00003890
                     READ CONVERSAO                                     00003900
                         INVALID KEY                                    00003910
                             MOVE ' CONVERSAO INEXISTENTE '             00003920
                                 TO WRK-MSG                             00003930
                             DISPLAY WRK-MSG                            00003940
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003950
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00003960
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00003970
                         NOT INVALID KEY                                00003980
                             PERFORM 0217-MONTAR-CONVERSAO              00003990
                             REWRITE CPCNV01-REGISTRO                   00004000
                     END-READ                                           00004010
                 WHEN WRK-TRANS-EXCLUSAO                                00004020
                     READ CONVERSAO                                     00004030
                         INVALID KEY                                    00004040
                             MOVE ' CONVERSAO INEXISTENTE '             00004050
                                 TO WRK-MSG                             00004060
                             DISPLAY WRK-MSG                            00004070
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00004080
                             MOVE 06 TO REJ26-CODIGO-MOTIVO             00004090
                             MOVE WRK-MSG TO REJ26-DESCRICAO-MOTIVO     00004100
                         NOT INVALID KEY                                00004110
                             SET CNV-INATIVA TO TRUE                    00004120
                             REWRITE CPCNV01-REGISTRO                   00004130
                     END-READ                                           00004140
             END-EVALUATE.                                              00004150
      *---------------------------------------------------              00004160
       0217-MONTAR-CONVERSAO              SECTION.                      00004170
             MOVE WRK-UNID-COMPRA  TO CNV-UNID-COMPRA.                  00004180
             MOVE WRK-FATOR-COMPRA TO CNV-FATOR-COMPRA.                 00004190
             MOVE WRK-UNID-ESTOQUE TO CNV-UNID-ESTOQUE.                 00004200
             MOVE WRK-UNID-VENDA   TO CNV-UNID-VENDA.                   00004210
             SET CNV-ATIVA         TO TRUE.                             00004220
      *---------------------------------------------------              00004230
       0210-VALIDAR-REGISTRO              SECTION.                      00004240
      *    A CHAVE E CRITICADA TAMBEM NA EXCLUSAO; NA CONVERSAO,        00004250
      *    UNIDADE DE VENDA EM BRANCO ASSUME A UNIDADE DE ESTOQUE       00004260
      *---------------------------------------------------              00004270
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00004280
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00004290
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00004300
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00004310
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004320
                 MOVE 01 TO REJ26-CODIGO-MOTIVO                         00004330
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00004340
                     REJ26-DESCRICAO-MOTIVO                             00004350
             ELSE IF NOT WRK-REG-UNIDADE AND                            00004360
                NOT WRK-REG-CONVERSAO                                   00004370
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004380
                 MOVE 02 TO REJ26-CODIGO-MOTIVO                         00004390
                 MOVE 'TIPO DE REGISTRO INVALIDO (U/P)' TO              00004400
                     REJ26-DESCRICAO-MOTIVO                             00004410
             ELSE IF WRK-REG-UNIDADE AND                                00004420
                (WRK-UNIDADE EQUAL SPACES OR                            00004430
                 WRK-UNM-RESTO NOT EQUAL SPACES)                        00004440
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004450
                 MOVE 03 TO REJ26-CODIGO-MOTIVO                         00004460
                 MOVE 'CODIGO DE UNIDADE INVALIDO' TO                   00004470
                     REJ26-DESCRICAO-MOTIVO                             00004480
             ELSE IF WRK-REG-CONVERSAO AND                              00004490
                (WRK-CODIGO NOT NUMERIC OR                              00004500
                 WRK-CODIGO EQUAL ZEROS)                                00004510
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004520
                 MOVE 03 TO REJ26-CODIGO-MOTIVO                         00004530
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00004540
                     REJ26-DESCRICAO-MOTIVO                             00004550
             ELSE IF WRK-TRANS-EXCLUSAO                                 00004560
                 CONTINUE                                               00004570
             ELSE IF WRK-REG-UNIDADE AND                                00004580
                WRK-DESCRICAO EQUAL SPACES                              00004590
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004600
                 MOVE 03 TO REJ26-CODIGO-MOTIVO                         00004610
                 MOVE 'DESCRICAO DA UNIDADE EM BRANCO' TO               00004620
                     REJ26-DESCRICAO-MOTIVO                             00004630
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00004640
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004650
                AND WRK-REG-CONVERSAO                                   00004660
                 PERFORM 0214-VALIDAR-CONVERSAO                         00004670
             END-IF.                                                    00004680
      *---------------------------------------------------              00004690
       0214-VALIDAR-CONVERSAO             SECTION.                      00004700
      *    PRODUTO CADASTRADO, UNIDADES ATIVAS NO MASTER E FATOR        00004710
      *    POSITIVO - COMPRA NA PROPRIA UNIDADE DE ESTOQUE SO           00004720
      *    ACEITA FATOR 1                                               00004730
      *---------------------------------------------------              00004740
             IF WRK-UNID-VENDA EQUAL SPACES                             00004750
                 MOVE WRK-UNID-ESTOQUE TO WRK-UNID-VENDA                00004760
             END-IF.                                                    00004770
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00004780
             READ PRODUTO-MASTER                                        00004790
                 INVALID KEY                                            00004800
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004810
                     MOVE 03 TO REJ26-CODIGO-MOTIVO                     00004820
                     MOVE 'PRODUTO NAO CADASTRADO' TO                   00004830
                         REJ26-DESCRICAO-MOTIVO                         00004840
             END-READ.                                                  00004850
             IF WRK-REGISTRO-VALIDO                                     00004860
                 MOVE WRK-UNID-COMPRA TO WRK-UNIDADE-CONFERIDA          00004870
                 PERFORM 0215-CONFERIR-UNIDADE                          00004880
             END-IF.                                                    00004890
             IF WRK-REGISTRO-VALIDO                                     00004900
                 MOVE WRK-UNID-ESTOQUE TO WRK-UNIDADE-CONFERIDA         00004910
                 PERFORM 0215-CONFERIR-UNIDADE                          00004920
             END-IF.                                                    00004930
             IF WRK-REGISTRO-VALIDO                                     00004940
                 MOVE WRK-UNID-VENDA TO WRK-UNIDADE-CONFERIDA           00004950
                 PERFORM 0215-CONFERIR-UNIDADE                          00004960
             END-IF.                                                    00004970
             IF WRK-REGISTRO-VALIDO                                     00004980
                 IF WRK-FATOR-COMPRA NOT NUMERIC OR                     00004990
                    WRK-FATOR-COMPRA EQUAL ZEROS                        00005000
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005010
                     MOVE 05 TO REJ26-CODIGO-MOTIVO                     00005020
                     MOVE 'FATOR DE CONVERSAO INVALIDO' TO              00005030
                         REJ26-DESCRICAO-MOTIVO                         00005040
                 ELSE IF WRK-UNID-COMPRA EQUAL WRK-UNID-ESTOQUE AND     00005050
                    WRK-FATOR-COMPRA NOT EQUAL 1                        00005060
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005070
                     MOVE 05 TO REJ26-CODIGO-MOTIVO                     00005080
                     MOVE 'MESMA UNIDADE EXIGE FATOR 1' TO              00005090
                         REJ26-DESCRICAO-MOTIVO                         00005100
                 END-IF END-IF                                          00005110
             END-IF.                                                    00005120
      *---------------------------------------------------              00005130
       0215-CONFERIR-UNIDADE              SECTION.                      00005140
             IF WRK-UNIDADE-CONFERIDA EQUAL SPACES                      00005150
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005160
                 MOVE 04 TO REJ26-CODIGO-MOTIVO                         00005170
                 MOVE 'UNIDADE DE MEDIDA EM BRANCO' TO                  00005180
                     REJ26-DESCRICAO-MOTIVO                             00005190
             ELSE                                                       00005200
                 MOVE WRK-UNIDADE-CONFERIDA TO UNM-CODIGO               00005210
                 READ UNIDADE-MASTER                                    00005220
                     INVALID KEY                                        00005230
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005240
                         MOVE 04 TO REJ26-CODIGO-MOTIVO                 00005250
                         MOVE 'UNIDADE NAO CADASTRADA' TO               00005260
                             REJ26-DESCRICAO-MOTIVO                     00005270
                     NOT INVALID KEY                                    00005280
                         IF UNM-INATIVA                                 00005290
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005300
                             MOVE 04 TO REJ26-CODIGO-MOTIVO             00005310
                             MOVE 'UNIDADE INATIVA' TO                  00005320
                                 REJ26-DESCRICAO-MOTIVO                 00005330
                         END-IF                                         00005340
                 END-READ                                               00005350
             END-IF.                                                    00005360
      *---------------------------------------------------              00005370
       0220-GRAVA-REJEITO                 SECTION.                      00005380
             MOVE 'FR06CB11' TO REJ26-PROGRAMA.                         00005390
             MOVE WRK-REGISTRO TO REJ26-REGISTRO-ORIGINAL.              00005400
             WRITE CPREJ26-REGISTRO.                                    00005410
      *---------------------------------------------------              00005420
       0900-GRAVAR-AUDITORIA              SECTION.                      00005430
             MOVE 'FR06CB11' TO AUD-PROGRAMA.                           00005440
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00005450
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00005460
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00005470
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00005480
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00005490
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00005500
             MOVE ZEROS TO AUD-NUM-LOTE.                                00005510
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00005520
             WRITE CPAUD01-REGISTRO.                                    00005530
      *---------------------------------------------------              00005540
       0300-FINALIZAR                     SECTION.                      00005550
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00005560
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00005570
             PERFORM 0310-GRAVA-CONTROLE.                               00005580
             MOVE WRK-CONT-LIDOS                                        00005590
                 TO WRK-STT-REGISTROS.                                  00005600
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005610
             CLOSE UNIDADE-MASTER.                                      00005620
             CLOSE CONVERSAO.                                           00005630
             CLOSE PRODUTO-MASTER.                                      00005640
             CLOSE REJEITO-INTAKE.                                      00005650
             CLOSE AUDITORIA.                                           00005660
             CLOSE ENTRADA-SYSIN.                                       00005670
             CLOSE CONTROLE.                                            00005680
             DISPLAY '==========================='.                     00005690
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00005700
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00005710
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00005720
             DISPLAY '==========================='.                     00005730
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005740
             PERFORM 9000-TRATA-ERROS.                                  00005750
      *---------------------------------------------------              00005760
       0310-GRAVA-CONTROLE                SECTION.                      00005770
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005780
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005790
      *---------------------------------------------------              00005800
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005810
             MOVE SPACES              TO CTL-DATA-HORA.                 00005820
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005830
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005840
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005850
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005860
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005870
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005880
             MOVE ZERO                TO CTL-QTD-FONTES.                00005890
             WRITE CPCTRL01-REGISTRO.                                   00005900
      *---------------------------------------------------              00005910
       9000-TRATA-ERROS                   SECTION.                      00005920
      *---------------------------------------------------              00005930
             PERFORM 9050-GRAVAR-ERRLOG.                                00005940
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005950
             STOP RUN.                                                  00005960
      *--------------------------------------------------------------   00005970
       9000-99-FIM.            EXIT.                                    00005980
      *--------------------------------------------------------------   00005990
