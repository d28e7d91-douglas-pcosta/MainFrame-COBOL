      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB12.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE REFERENCIA CRUZADA        00000120
      *               DE IDENTIFICADORES DE PRODUTO (CPXRF01,           00000130
      *               INDEXADO) VIA CARTOES DE TRANSACAO NA SYSIN       00000140
      *               (INCLUSAO/ALTERACAO/EXCLUSAO), NOS MOLDES DA      00000150
      *               MANUTENCAO DE UNIDADES (FR06CB11). O TIPO DO      00000160
      *               CARTAO DIZ O IDENTIFICADOR: E CODIGO DE           00000170
      *               BARRAS EAN (8 OU 13 DIGITOS COM O DIGITO          00000180
      *               VERIFICADOR CONFERIDO, FORNECEDOR ZERADO) OU      00000190
      *               F PECA DO FORNECEDOR (FORNECEDOR ATIVO NO         00000200
      *               CPFOR01). O PRODUTO TEM DE ESTAR ATIVO NO         00000210
      *               MASTER. A CHAVE DO CPXRF01 GARANTE A              00000220
      *               UNICIDADE: INCLUSAO DE IDENTIFICADOR JA           00000230
      *               CADASTRADO (MESMO INATIVO) E REJEITADA - A        00000240
      *               RELIGACAO A OUTRO PRODUTO OU A REATIVACAO E       00000250
      *               FEITA POR ALTERACAO. A EXCLUSAO E LOGICA          00000260
      *               (STATUS INATIVO)                                  00000270
      *-------------------------------------------------------*         00000280
      *     HISTORICO DE ALTERACOES                                     00000290
      *     DATA        AUTOR   DESCRICAO                               00000300
      *     ----------  ------  --------------------------------        00000310
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000320
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000330
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000340
      *=======================================================*         00000350
                                                                        00000360
      *=======================================================*         00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=======================================================*         00000390
       INPUT-OUTPUT                              SECTION.               00000400
       FILE-CONTROL.                                                    00000410
             SELECT REFCRUZADA ASSIGN TO ARQXRF                         00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS XRF-CHAVE                               00000450
                FILE STATUS  IS WRK-FS-REFCRUZ.                         00000460
                                                                        00000470
             SELECT PRODUTO-MASTER ASSIGN TO ARQPRDM                    00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS DYNAMIC                                 00000500
                RECORD KEY   IS PRDM-CODIGO                             00000510
                FILE STATUS  IS WRK-FS-PRDM.                            00000520
                                                                        00000530
             SELECT FORNEC-MASTER ASSIGN TO ARQFRM                      00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS FRN-CODIGO                              00000570
                FILE STATUS  IS WRK-FS-FORNEC.                          00000580
                                                                        00000590
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000600
                FILE STATUS  IS WRK-FS-REJEITO.                         00000610
                                                                        00000620
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000630
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000640
                                                                        00000650
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000660
                FILE STATUS  IS WRK-FS-SYSIN.                           00000670
                                                                        00000680
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS CKP-PROGRAMA                            00000720
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000730
                                                                        00000740
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000750
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000760
                                                                        00000770
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000780
                ORGANIZATION IS INDEXED                                 00000790
                ACCESS MODE  IS DYNAMIC                                 00000800
                RECORD KEY   IS CAL-DATA                                00000810
                FILE STATUS  IS WRK-FS-CALEND.                          00000820
                                                                        00000830
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000840
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000850
                                                                        00000860
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000870
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000880
      *=======================================================*         00000890
       DATA                                      DIVISION.              00000900
      *=======================================================*         00000910
       FILE                                      SECTION.               00000920
       FD ENTRADA-SYSIN                                                 00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
       01 SYSIN-REGISTRO             PIC X(035).                        00000960
                                                                        00000970
       FD REFCRUZADA.                                                   00000980
           COPY CPXRF01.                                                00000990
                                                                        00001000
       FD PRODUTO-MASTER.                                               00001010
           COPY CPPRDM01.                                               00001020
                                                                        00001030
       FD FORNEC-MASTER.                                                00001040
           COPY CPFOR01.                                                00001050
                                                                        00001060
       FD REJEITO-INTAKE                                                00001070
           RECORDING MODE IS F                                          00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
           COPY CPREJ27.                                                00001100
                                                                        00001110
       FD AUDITORIA                                                     00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPAUD01.                                                00001150
                                                                        00001160
       FD CHECKPT.                                                      00001170
           COPY CPCKPT01.                                               00001180
                                                                        00001190
       FD ERRLOG.                                                       00001200
           COPY CPERRL01.                                               00001210
                                                                        00001220
       FD CALENDARIO.                                                   00001230
           COPY CPCAL01.                                                00001240
                                                                        00001250
       FD ESTATIS                                                       00001260
           RECORDING MODE IS F                                          00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
           COPY CPSTA01.                                                00001290
                                                                        00001300
       FD CONTROLE                                                      00001310
           RECORDING MODE IS F                                          00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
           COPY CPCTRL01.                                               00001340
                                                                        00001350
       WORKING-STORAGE                           SECTION.               00001360
       01 WRK-REGISTRO.                                                 00001370
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001380
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001390
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001400
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001410
          05 WRK-TIPO-REG    PIC X(001)       VALUE SPACES.             00001420
             88 WRK-REG-EAN                   VALUE 'E'.                00001430
             88 WRK-REG-PECA                  VALUE 'F'.                00001440
          05 WRK-FORNECEDOR  PIC 9(005)       VALUE ZEROS.              00001450
          05 WRK-IDENTIFICADOR PIC X(020)     VALUE SPACES.             00001460
          05 WRK-IDENT-EAN REDEFINES WRK-IDENTIFICADOR.                 00001470
             10 WRK-EAN-DIG  PIC 9(001) OCCURS 20 TIMES.                00001480
          05 WRK-CODIGO      PIC 9(008)       VALUE ZEROS.              00001490
                                                                        00001500
       77 WRK-FS-REFCRUZ           PIC X(02) VALUE SPACES.              00001510
       77 WRK-FS-PRDM              PIC X(02) VALUE SPACES.              00001520
       77 WRK-FS-FORNEC            PIC X(02) VALUE SPACES.              00001530
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001540
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001550
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001560
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001570
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001580
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001590
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001600
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001610
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001620
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001630
       01 WRK-SW-VALIDO.                                                00001640
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001650
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001660
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001670
      *---------------------------------------------------              00001680
      *    CONFERENCIA DO DIGITO VERIFICADOR DO EAN - PESOS             00001690
      *    3 E 1 ALTERNADOS A PARTIR DO DIGITO A ESQUERDA DO            00001700
      *    VERIFICADOR                                                  00001710
      *---------------------------------------------------              00001720
       77 WRK-EAN-TAM              PIC 9(02) COMP VALUE ZERO.           00001730
       77 WRK-EAN-POS              PIC 9(02) COMP VALUE ZERO.           00001740
       77 WRK-EAN-PESO             PIC 9(01) VALUE ZERO.                00001750
       77 WRK-EAN-SOMA             PIC 9(04) COMP VALUE ZERO.           00001760
       77 WRK-EAN-QUOC             PIC 9(04) COMP VALUE ZERO.           00001770
       77 WRK-EAN-RESTO            PIC 9(02) COMP VALUE ZERO.           00001780
       77 WRK-EAN-DIGITO           PIC 9(01) VALUE ZERO.                00001790
       COPY CPAUD02.                                                    00001800
       COPY CPCAB01.                                                    00001810
       COPY CPCKP01.                                                    00001820
       COPY CPERR01.                                                    00001830
       COPY CPDTA01.                                                    00001840
       COPY CPSTT01.                                                    00001850
      *---------------------------------------------------              00001860
       LINKAGE                                    SECTION.              00001870
      *---------------------------------------------------              00001880
       01 WRK-PARM-RESTART.                                             00001890
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001900
          05 WRK-PARM-DADOS           PIC X(66).                        00001910
      *=========================================*                       00001920
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001930
      *=========================================*                       00001940
                                                                        00001950
      *---------------------------------------------------              00001960
       0000-PRINCIPAL                     SECTION.                      00001970
      *---------------------------------------------------              00001980
             PERFORM 0100-INICIAR.                                      00001990
             PERFORM 0200-PROCESSAR                                     00002000
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002010
             PERFORM 0300-FINALIZAR.                                    00002020
      *---------------------------------------------------              00002030
       0000-99-FIM.            EXIT.                                    00002040
      *---------------------------------------------------              00002050
                                                                        00002060
       0100-INICIAR                       SECTION.                      00002070
             MOVE 'FR06CB12' TO WRK-CAB-PROGRAMA.                       00002080
             PERFORM 0101-CABECALHO-PADRAO.                             00002090
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002100
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002110
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002120
             PERFORM 0102-INTERPRETAR-PARM.                             00002130
             OPEN I-O REFCRUZADA.                                       00002140
             IF WRK-FS-REFCRUZ EQUAL '35'                               00002150
                 OPEN OUTPUT REFCRUZADA                                 00002160
                 CLOSE REFCRUZADA                                       00002170
                 OPEN I-O REFCRUZADA                                    00002180
             END-IF.                                                    00002190
             OPEN INPUT PRODUTO-MASTER.                                 00002200
             OPEN INPUT FORNEC-MASTER.                                  00002210
             OPEN INPUT ENTRADA-SYSIN.                                  00002220
             PERFORM 0105-ABRIR-AUDITORIA.                              00002230
             PERFORM 0103-ABRIR-CHECKPOINT.                             00002240
             PERFORM 0104-POSICIONAR-RESTART.                           00002250
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00002260
                 OPEN EXTEND REJEITO-INTAKE                             00002270
                 OPEN EXTEND CONTROLE                                   00002280
             ELSE                                                       00002290
                 OPEN OUTPUT REJEITO-INTAKE                             00002300
                 OPEN OUTPUT CONTROLE                                   00002310
             END-IF.                                                    00002320
             PERFORM 0110-TESTAR-STATUS.                                00002330
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002340
      *---------------------------------------------------              00002350
       0100-99-FIM.            EXIT.                                    00002360
      *---------------------------------------------------              00002370
           COPY CPCAB02.                                                00002380
       COPY CPCKP02.                                                    00002390
           COPY CPERR02.                                                00002400
           COPY CPDTA02.                                                00002410
           COPY CPSTT02.                                                00002420
           COPY CPAUD03.                                                00002430
      *---------------------------------------------------              00002440
       0105-ABRIR-AUDITORIA               SECTION.                      00002450
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002460
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002470
      *---------------------------------------------------              00002480
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002490
             OPEN EXTEND AUDITORIA.                                     00002500
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002510
                 OPEN OUTPUT AUDITORIA                                  00002520
                 CLOSE AUDITORIA                                        00002530
                 OPEN EXTEND AUDITORIA                                  00002540
             END-IF.                                                    00002550
      *---------------------------------------------------              00002560
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002570
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002580
      *    ULTIMO CHECKPOINT                                            00002590
      *---------------------------------------------------              00002600
             PERFORM 0108-PULAR-UM-CARTAO                               00002610
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002620
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002630
      *---------------------------------------------------              00002640
       0108-PULAR-UM-CARTAO               SECTION.                      00002650
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002660
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002670
                 ADD 1 TO WRK-CONT-LIDOS                                00002680
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002690
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002700
             END-IF.                                                    00002710
                                                                        00002720
       0110-TESTAR-STATUS                 SECTION.                      00002730
             IF WRK-FS-REFCRUZ NOT EQUAL ZEROS                          00002740
                 MOVE ' ERRO OPEN REFERENCIA CRUZADA ' TO WRK-MSG       00002750
                 PERFORM 9000-TRATA-ERROS                               00002760
             END-IF.                                                    00002770
             IF WRK-FS-PRDM NOT EQUAL ZEROS                             00002780
                 MOVE ' ERRO OPEN PRODUTO-MASTER ' TO WRK-MSG           00002790
                 PERFORM 9000-TRATA-ERROS                               00002800
             END-IF.                                                    00002810
             IF WRK-FS-FORNEC NOT EQUAL ZEROS                           00002820
                 MOVE ' ERRO OPEN FORNECEDOR-MASTER ' TO WRK-MSG        00002830
                 PERFORM 9000-TRATA-ERROS                               00002840
             END-IF.                                                    00002850
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002860
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002870
                 PERFORM 9000-TRATA-ERROS                               00002880
             END-IF.                                                    00002890
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002900
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002910
                 PERFORM 9000-TRATA-ERROS                               00002920
             END-IF.                                                    00002930
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002940
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002950
                 PERFORM 9000-TRATA-ERROS                               00002960
             END-IF.                                                    00002970
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002980
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002990
                 PERFORM 9000-TRATA-ERROS                               00003000
             END-IF.                                                    00003010
      *---------------------------------------------------              00003020
       0200-PROCESSAR                     SECTION.                      00003030
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00003040
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003050
                 ADD 1 TO WRK-CONT-LIDOS                                00003060
                 PERFORM 0210-VALIDAR-REGISTRO                          00003070
                 IF WRK-REGISTRO-VALIDO                                 00003080
                     PERFORM 0212-GRAVA-REFERENCIA                      00003090
                 END-IF                                                 00003100
                 IF WRK-REGISTRO-VALIDO                                 00003110
                     ADD 1 TO WRK-CONT-ACEITOS                          00003120
                     SET AUD-ACEITO TO TRUE                             00003130
                 ELSE                                                   00003140
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003150
                     PERFORM 0220-GRAVA-REJEITO                         00003160
                     SET AUD-REJEITADO TO TRUE                          00003170
                 END-IF                                                 00003180
                 PERFORM 0900-GRAVAR-AUDITORIA                          00003190
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00003200
                 PERFORM 0105-CHECAR-CHECKPOINT                         00003210
             END-IF.                                                    00003220
      *---------------------------------------------------              00003230
       0212-GRAVA-REFERENCIA              SECTION.                      00003240
             MOVE WRK-TIPO-REG      TO XRF-TIPO.                        00003250
             MOVE WRK-FORNECEDOR    TO XRF-FORNECEDOR.                  00003260
             MOVE WRK-IDENTIFICADOR TO XRF-IDENTIFICADOR.               00003270
             EVALUATE TRUE                                              00003280
                 WHEN WRK-TRANS-INCLUSAO                                00003290
                     MOVE WRK-CODIGO   TO XRF-CODIGO                    00003300
                     SET XRF-ATIVO     TO TRUE                          00003310
                     WRITE CPXRF01-REGISTRO                             00003320
                         INVALID KEY                                    00003330
                             MOVE ' IDENTIFICADOR JA CADASTRADO '       00003340
                                 TO WRK-MSG                             00003350
                             DISPLAY WRK-MSG                            00003360
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003370
                             MOVE 06 TO REJ27-CODIGO-MOTIVO             00003380
                             MOVE WRK-MSG TO REJ27-DESCRICAO-MOTIVO     00003390
                     END-WRITE                                          00003400
                 WHEN WRK-TRANS-ALTERACAO                               00003410
                     READ REFCRUZADA                                    00003420
                         INVALID KEY                                    00003430
                             MOVE ' IDENTIFICADOR INEXISTENTE '         00003440
                                 TO WRK-MSG                             00003450
                             DISPLAY WRK-MSG                            00003460
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003470
                             MOVE 06 TO REJ27-CODIGO-MOTIVO             00003480
                             MOVE WRK-MSG TO REJ27-DESCRICAO-MOTIVO     00003490
                         NOT INVALID KEY                                00003500
                             MOVE WRK-CODIGO TO XRF-CODIGO              00003510
                             SET XRF-ATIVO   TO TRUE                    00003520
                             REWRITE CPXRF01-REGISTRO                   00003530
                     END-READ                                           00003540
                 WHEN WRK-TRANS-EXCLUSAO                                00003550
                     READ REFCRUZADA                                    00003560
                         INVALID KEY                                    00003570
                             MOVE ' IDENTIFICADOR INEXISTENTE '         00003580
                                 TO WRK-MSG                             00003590
                             DISPLAY WRK-MSG                            00003600
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003610
                             MOVE 06 TO REJ27-CODIGO-MOTIVO             00003620
                             MOVE WRK-MSG TO REJ27-DESCRICAO-MOTIVO     00003630
                         NOT INVALID KEY                                00003640
                             SET XRF-INATIVO TO TRUE                    00003650
                             REWRITE CPXRF01-REGISTRO                   00003660
                     END-READ                                           00003670
             END-EVALUATE.                                              00003680
      *---------------------------------------------------              00003690
       0210-VALIDAR-REGISTRO              SECTION.                      00003700
      *    A CHAVE (TIPO, FORNECEDOR E IDENTIFICADOR) E CRITICADA       00003710
      *    TAMBEM NA EXCLUSAO; O PRODUTO SO NA INCLUSAO E NA            00003720
      *    ALTERACAO                                                    00003730
      *---------------------------------------------------              00003740
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003750
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003760
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003770
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003780
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003790
                 MOVE 01 TO REJ27-CODIGO-MOTIVO                         00003800
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003810
                     REJ27-DESCRICAO-MOTIVO                             00003820
             ELSE IF NOT WRK-REG-EAN AND                                00003830
                NOT WRK-REG-PECA                                        00003840
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003850
                 MOVE 02 TO REJ27-CODIGO-MOTIVO                         00003860
                 MOVE 'TIPO DE REGISTRO INVALIDO (E/F)' TO              00003870
                     REJ27-DESCRICAO-MOTIVO                             00003880
             ELSE IF WRK-IDENTIFICADOR EQUAL SPACES OR                  00003890
                WRK-IDENTIFICADOR (1:1) EQUAL SPACE                     00003900
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003910
                 MOVE 03 TO REJ27-CODIGO-MOTIVO                         00003920
                 MOVE 'IDENTIFICADOR EM BRANCO OU DESALINHADO' TO       00003930
                     REJ27-DESCRICAO-MOTIVO                             00003940
             ELSE IF WRK-FORNECEDOR NOT NUMERIC                         00003950
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003960
                 MOVE 04 TO REJ27-CODIGO-MOTIVO                         00003970
                 MOVE 'FORNECEDOR NAO NUMERICO' TO                      00003980
                     REJ27-DESCRICAO-MOTIVO                             00003990
             ELSE IF WRK-REG-EAN AND                                    00004000
                WRK-FORNECEDOR NOT EQUAL ZEROS                          00004010
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004020
                 MOVE 04 TO REJ27-CODIGO-MOTIVO                         00004030
                 MOVE 'EAN NAO LEVA FORNECEDOR' TO                      00004040
                     REJ27-DESCRICAO-MOTIVO                             00004050
             ELSE IF WRK-REG-PECA AND                                   00004060
                WRK-FORNECEDOR EQUAL ZEROS                              00004070
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004080
                 MOVE 04 TO REJ27-CODIGO-MOTIVO                         00004090
                 MOVE 'PECA DO FORNECEDOR SEM FORNECEDOR' TO            00004100
                     REJ27-DESCRICAO-MOTIVO                             00004110
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00004120
             IF WRK-REGISTRO-VALIDO AND WRK-REG-EAN                     00004130
                 PERFORM 0214-VALIDAR-EAN                               00004140
             END-IF.                                                    00004150
             IF WRK-REGISTRO-VALIDO AND WRK-REG-PECA                    00004160
                AND NOT WRK-TRANS-EXCLUSAO                              00004170
                 PERFORM 0216-VALIDAR-FORNECEDOR                        00004180
             END-IF.                                                    00004190
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00004200
                 PERFORM 0218-VALIDAR-PRODUTO                           00004210
             END-IF.                                                    00004220
      *---------------------------------------------------              00004230
       0214-VALIDAR-EAN                   SECTION.                      00004240
      *    EAN-8 OU EAN-13: SO DIGITOS, ALINHADO A ESQUERDA, E O        00004250
      *    ULTIMO DIGITO TEM DE FECHAR O MODULO 10 DOS DEMAIS           00004260
      *---------------------------------------------------              00004270
             MOVE ZERO TO WRK-EAN-TAM.                                  00004280
             IF WRK-IDENTIFICADOR (1:13) NUMERIC                        00004290
                AND WRK-IDENTIFICADOR (14:7) EQUAL SPACES               00004300
                 MOVE 13 TO WRK-EAN-TAM                                 00004310
             END-IF.                                                    00004320
             IF WRK-IDENTIFICADOR (1:8) NUMERIC                         00004330
                AND WRK-IDENTIFICADOR (9:12) EQUAL SPACES               00004340
                 MOVE 8 TO WRK-EAN-TAM                                  00004350
             END-IF.                                                    00004360
             IF WRK-EAN-TAM EQUAL ZERO                                  00004370
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004380
                 MOVE 03 TO REJ27-CODIGO-MOTIVO                         00004390
                 MOVE 'EAN DEVE TER 8 OU 13 DIGITOS' TO                 00004400
                     REJ27-DESCRICAO-MOTIVO                             00004410
                 GO TO 0214-99-FIM                                      00004420
             END-IF.                                                    00004430
             MOVE ZERO TO WRK-EAN-SOMA.                                 00004440
             MOVE 3    TO WRK-EAN-PESO.                                 00004450
             COMPUTE WRK-EAN-POS = WRK-EAN-TAM - 1.                     00004460
             PERFORM 0215-SOMAR-UM-DIGITO                               00004470
                 UNTIL WRK-EAN-POS EQUAL ZERO.                          00004480
             DIVIDE WRK-EAN-SOMA BY 10 GIVING WRK-EAN-QUOC              00004490
                 REMAINDER WRK-EAN-RESTO.                               00004500
             IF WRK-EAN-RESTO EQUAL ZERO                                00004510
                 MOVE ZERO TO WRK-EAN-DIGITO                            00004520
             ELSE                                                       00004530
                 COMPUTE WRK-EAN-DIGITO = 10 - WRK-EAN-RESTO            00004540
             END-IF.                                                    00004550
             IF WRK-EAN-DIGITO NOT EQUAL WRK-EAN-DIG (WRK-EAN-TAM)      00004560
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004570
                 MOVE 03 TO REJ27-CODIGO-MOTIVO                         00004580
                 MOVE 'DIGITO VERIFICADOR DO EAN NAO CONFERE' TO        00004590
                     REJ27-DESCRICAO-MOTIVO                             00004600
             END-IF.                                                    00004610
       0214-99-FIM.            EXIT.                                    00004620
      *---------------------------------------------------              00004630
       0215-SOMAR-UM-DIGITO               SECTION.                      00004640
             COMPUTE WRK-EAN-SOMA = WRK-EAN-SOMA +                      00004650
                 WRK-EAN-DIG (WRK-EAN-POS) * WRK-EAN-PESO.              00004660
             IF WRK-EAN-PESO EQUAL 3                                    00004670
                 MOVE 1 TO WRK-EAN-PESO                                 00004680
             ELSE                                                       00004690
                 MOVE 3 TO WRK-EAN-PESO                                 00004700
             END-IF.                                                    00004710
             SUBTRACT 1 FROM WRK-EAN-POS.                               00004720
      *---------------------------------------------------              00004730
       0216-VALIDAR-FORNECEDOR            SECTION.                      00004740
      *    A PECA TEM DE SER DE FORNECEDOR CADASTRADO E ATIVO           00004750
      *---------------------------------------------------              00004760
             MOVE WRK-FORNECEDOR TO FRN-CODIGO.                         00004770
             READ FORNEC-MASTER                                         00004780
                 INVALID KEY                                            00004790
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00004800
                     MOVE 04 TO REJ27-CODIGO-MOTIVO                     00004810
                     MOVE 'FORNECEDOR NAO CADASTRADO' TO                00004820
                         REJ27-DESCRICAO-MOTIVO                         00004830
                 NOT INVALID KEY                                        00004840
                     IF FRN-INATIVO                                     00004850
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00004860
                         MOVE 04 TO REJ27-CODIGO-MOTIVO                 00004870
                         MOVE 'FORNECEDOR INATIVO' TO                   00004880
                             REJ27-DESCRICAO-MOTIVO                     00004890
                     END-IF                                             00004900
             END-READ.                                                  00004910
      *---------------------------------------------------              00004920
       0218-VALIDAR-PRODUTO               SECTION.                      00004930
      *    O IDENTIFICADOR SO PODE APONTAR PARA PRODUTO                 00004940
      *    CADASTRADO E NAO INATIVO                                     00004950
      *---------------------------------------------------              00004960
             IF WRK-CODIGO NOT NUMERIC OR                               00004970
                WRK-CODIGO EQUAL ZEROS                                  00004980
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004990
                 MOVE 05 TO REJ27-CODIGO-MOTIVO                         00005000
                 MOVE 'CODIGO DE PRODUTO INVALIDO' TO                   00005010
                     REJ27-DESCRICAO-MOTIVO                             00005020
                 GO TO 0218-99-FIM                                      00005030
             END-IF.                                                    00005040
             MOVE WRK-CODIGO TO PRDM-CODIGO.                            00005050
             READ PRODUTO-MASTER                                        00005060
                 INVALID KEY                                            00005070
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005080
                     MOVE 05 TO REJ27-CODIGO-MOTIVO                     00005090
                     MOVE 'PRODUTO NAO CADASTRADO' TO                   00005100
                         REJ27-DESCRICAO-MOTIVO                         00005110
                 NOT INVALID KEY                                        00005120
                     IF PRDM-INATIVO                                    00005130
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005140
                         MOVE 05 TO REJ27-CODIGO-MOTIVO                 00005150
                         MOVE 'PRODUTO INATIVO' TO                      00005160
                             REJ27-DESCRICAO-MOTIVO                     00005170
                     END-IF                                             00005180
             END-READ.                                                  00005190
       0218-99-FIM.            EXIT.                                    00005200
      *---------------------------------------------------              00005210
       0220-GRAVA-REJEITO                 SECTION.                      00005220
             MOVE 'FR06CB12' TO REJ27-PROGRAMA.                         00005230
             MOVE WRK-REGISTRO TO REJ27-REGISTRO-ORIGINAL.              00005240
             WRITE CPREJ27-REGISTRO.                                    00005250
      *---------------------------------------------------              00005260
       0900-GRAVAR-AUDITORIA              SECTION.                      00005270
             MOVE 'FR06CB12' TO AUD-PROGRAMA.                           00005280
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00005290
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00005300
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00005310
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00005320
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00005330
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00005340
             MOVE ZEROS TO AUD-NUM-LOTE.                                00005350
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00005360
             WRITE CPAUD01-REGISTRO.                                    00005370
      *---------------------------------------------------              00005380
       0300-FINALIZAR                     SECTION.                      00005390
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00005400
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00005410
             PERFORM 0310-GRAVA-CONTROLE.                               00005420
             MOVE WRK-CONT-LIDOS                                        00005430
                 TO WRK-STT-REGISTROS.                                  00005440
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00005450
             CLOSE REFCRUZADA.                                          00005460
             CLOSE PRODUTO-MASTER.                                      00005470
             CLOSE FORNEC-MASTER.                                       00005480
             CLOSE REJEITO-INTAKE.                                      00005490
             CLOSE AUDITORIA.                                           00005500
             CLOSE ENTRADA-SYSIN.                                       00005510
             CLOSE CONTROLE.                                            00005520
             DISPLAY '==========================='.                     00005530
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00005540
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00005550
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00005560
             DISPLAY '==========================='.                     00005570
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00005580
             PERFORM 9000-TRATA-ERROS.                                  00005590
      *---------------------------------------------------              00005600
       0310-GRAVA-CONTROLE                SECTION.                      00005610
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00005620
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00005630
      *---------------------------------------------------              00005640
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00005650
             MOVE SPACES              TO CTL-DATA-HORA.                 00005660
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00005670
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00005680
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00005690
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00005700
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00005710
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00005720
             MOVE ZERO                TO CTL-QTD-FONTES.                00005730
             WRITE CPCTRL01-REGISTRO.                                   00005740
      *---------------------------------------------------              00005750
       9000-TRATA-ERROS                   SECTION.                      00005760
      *---------------------------------------------------              00005770
             PERFORM 9050-GRAVAR-ERRLOG.                                00005780
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005790
             STOP RUN.                                                  00005800
      *--------------------------------------------------------------   00005810
       9000-99-FIM.            EXIT.                                    00005820
      *--------------------------------------------------------------   00005830
