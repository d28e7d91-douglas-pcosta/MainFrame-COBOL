      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB98.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE REFERENCIA DE             00000120
      *               FRETE POR ZONA DE DESTINO (ARQUIVO                00000130
      *               INDEXADO, CPFRT01 - UF E FAIXA DE CEP) VIA        00000140
      *               CARTOES DE TRANSACAO NA SYSIN (INCLUSAO/          00000150
      *               ALTERACAO/EXCLUSAO), NOS MOLDES DA                00000160
      *               MANUTENCAO DE ALIQUOTAS (FR05CB62). A FAIXA       00000170
      *               DO CARTAO E CRITICADA (CEP FINAL NAO MENOR        00000180
      *               QUE O INICIAL) E NAO PODE SOBREPOR OUTRA          00000190
      *               FAIXA ATIVA DA MESMA UF, PARA O FATURAMENTO       00000200
      *               ACHAR UMA UNICA ZONA POR CEP. A EXCLUSAO E        00000210
      *               LOGICA (STATUS INATIVA) - CEP SEM FAIXA           00000220
      *               ATIVA SAI SEM FRETE                               00000230
      *-------------------------------------------------------*         00000240
      *     HISTORICO DE ALTERACOES                                     00000250
      *     DATA        AUTOR   DESCRICAO                               00000260
      *     ----------  ------  --------------------------------        00000270
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000280
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000290
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000300
      *=======================================================*         00000310
                                                                        00000320
      *=======================================================*         00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=======================================================*         00000350
       INPUT-OUTPUT                              SECTION.               00000360
       FILE-CONTROL.                                                    00000370
             SELECT FRETE-MASTER ASSIGN TO ARQFRT                       00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS DYNAMIC                                 00000400
                RECORD KEY   IS FRT-CHAVE                               00000410
                FILE STATUS  IS WRK-FS-FRETE.                           00000420
                                                                        00000430
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00000440
                FILE STATUS  IS WRK-FS-REJEITO.                         00000450
                                                                        00000460
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000470
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000480
                                                                        00000490
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000500
                FILE STATUS  IS WRK-FS-SYSIN.                           00000510
                                                                        00000520
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000530
                ORGANIZATION IS INDEXED                                 00000540
                ACCESS MODE  IS DYNAMIC                                 00000550
                RECORD KEY   IS CKP-PROGRAMA                            00000560
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000570
                                                                        00000580
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000590
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000600
                                                                        00000610
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000620
                ORGANIZATION IS INDEXED                                 00000630
                ACCESS MODE  IS DYNAMIC                                 00000640
                RECORD KEY   IS CAL-DATA                                00000650
                FILE STATUS  IS WRK-FS-CALEND.                          00000660
                                                                        00000670
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000680
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000690
                                                                        00000700
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000710
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000720
      *=======================================================*         00000730
       DATA                                      DIVISION.              00000740
      *=======================================================*         00000750
       FILE                                      SECTION.               00000760
       FD ENTRADA-SYSIN                                                 00000770
           RECORDING MODE IS F                                          00000780
           BLOCK CONTAINS 0 RECORDS.                                    00000790
       01 SYSIN-REGISTRO             PIC X(043).                        00000800
                                                                        00000810
       FD FRETE-MASTER.                                                 00000820
           COPY CPFRT01.                                                00000830
                                                                        00000840
       FD REJEITO-INTAKE                                                00000850
           RECORDING MODE IS F                                          00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
           COPY CPREJ21.                                                00000880
                                                                        00000890
       FD AUDITORIA                                                     00000900
           RECORDING MODE IS F                                          00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
           COPY CPAUD01.                                                00000930
                                                                        00000940
       FD CHECKPT.                                                      00000950
           COPY CPCKPT01.                                               00000960
                                                                        00000970
       FD ERRLOG.                                                       00000980
           COPY CPERRL01.                                               00000990
                                                                        00001000
       FD CALENDARIO.                                                   00001010
           COPY CPCAL01.                                                00001020
                                                                        00001030
       FD ESTATIS                                                       00001040
           RECORDING MODE IS F                                          00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
           COPY CPSTA01.                                                00001070
                                                                        00001080
       FD CONTROLE                                                      00001090
           RECORDING MODE IS F                                          00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
           COPY CPCTRL01.                                               00001120
                                                                        00001130
       WORKING-STORAGE                           SECTION.               00001140
       01 WRK-REGISTRO.                                                 00001150
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00001160
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00001170
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00001180
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00001190
          05 WRK-UF          PIC X(002)       VALUE SPACES.             00001200
          05 WRK-CEP-INICIO  PIC 9(008)       VALUE ZEROS.              00001210
          05 WRK-CEP-FIM     PIC 9(008)       VALUE ZEROS.              00001220
          05 WRK-PERC-FRETE  PIC 9(002)V99    VALUE ZEROS.              00001230
          05 WRK-VALOR-MINIMO                                           00001240
                             PIC 9(007)V99    VALUE ZEROS.              00001250
          05 WRK-LIMITE-ISENCAO                                         00001260
                             PIC 9(009)V99    VALUE ZEROS.              00001270
                                                                        00001280
       77 WRK-FS-FRETE             PIC X(02) VALUE SPACES.              00001290
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001300
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001310
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001320
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001330
       77 WRK-FS-VARREDURA         PIC X(02) VALUE SPACES.              00001340
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001350
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001360
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001370
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001380
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001390
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001400
       01 WRK-SW-VALIDO.                                                00001410
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001420
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001430
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001440
       COPY CPAUD02.                                                    00001450
       COPY CPCAB01.                                                    00001460
       COPY CPCKP01.                                                    00001470
       COPY CPERR01.                                                    00001480
       COPY CPDTA01.                                                    00001490
       COPY CPSTT01.                                                    00001500
      *---------------------------------------------------              00001510
       LINKAGE                                    SECTION.              00001520
      *---------------------------------------------------              00001530
       01 WRK-PARM-RESTART.                                             00001540
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001550
          05 WRK-PARM-DADOS           PIC X(66).                        00001560
      *=========================================*                       00001570
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001580
      *=========================================*                       00001590
                                                                        00001600
      *---------------------------------------------------              00001610
       0000-PRINCIPAL                     SECTION.                      00001620
      *---------------------------------------------------              00001630
             PERFORM 0100-INICIAR.                                      00001640
             PERFORM 0200-PROCESSAR                                     00001650
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001660
             PERFORM 0300-FINALIZAR.                                    00001670
      *---------------------------------------------------              00001680
       0000-99-FIM.            EXIT.                                    00001690
      *---------------------------------------------------              00001700
                                                                        00001710
       0100-INICIAR                       SECTION.                      00001720
             MOVE 'FR05CB98' TO WRK-CAB-PROGRAMA.                       00001730
             PERFORM 0101-CABECALHO-PADRAO.                             00001740
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001750
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001760
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001770
             PERFORM 0102-INTERPRETAR-PARM.                             00001780
             OPEN I-O FRETE-MASTER.                                     00001790
             IF WRK-FS-FRETE EQUAL '35'                                 00001800
                 OPEN OUTPUT FRETE-MASTER                               00001810
                 CLOSE FRETE-MASTER                                     00001820
                 OPEN I-O FRETE-MASTER                                  00001830
             END-IF.                                                    00001840
             OPEN INPUT ENTRADA-SYSIN.                                  00001850
             PERFORM 0105-ABRIR-AUDITORIA.                              00001860
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001870
             PERFORM 0104-POSICIONAR-RESTART.                           00001880
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001890
                 OPEN EXTEND REJEITO-INTAKE                             00001900
                 OPEN EXTEND CONTROLE                                   00001910
             ELSE                                                       00001920
                 OPEN OUTPUT REJEITO-INTAKE                             00001930
                 OPEN OUTPUT CONTROLE                                   00001940
             END-IF.                                                    00001950
             PERFORM 0110-TESTAR-STATUS.                                00001960
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00001970
      *---------------------------------------------------              00001980
       0100-99-FIM.            EXIT.                                    00001990
      *---------------------------------------------------              00002000
           COPY CPCAB02.                                                00002010
       COPY CPCKP02.                                                    00002020
           COPY CPERR02.                                                00002030
           COPY CPDTA02.                                                00002040
           COPY CPSTT02.                                                00002050
           COPY CPAUD03.                                                00002060
      *---------------------------------------------------              00002070
       0105-ABRIR-AUDITORIA               SECTION.                      00002080
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002090
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002100
      *---------------------------------------------------              00002110
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002120
             OPEN EXTEND AUDITORIA.                                     00002130
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002140
                 OPEN OUTPUT AUDITORIA                                  00002150
                 CLOSE AUDITORIA                                        00002160
                 OPEN EXTEND AUDITORIA                                  00002170
             END-IF.                                                    00002180
      *---------------------------------------------------              00002190
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002200
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002210
      *    ULTIMO CHECKPOINT                                            00002220
      *---------------------------------------------------              00002230
             PERFORM 0108-PULAR-UM-CARTAO                               00002240
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002250
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002260
      *---------------------------------------------------              00002270
       0108-PULAR-UM-CARTAO               SECTION.                      00002280
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002290
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002300
                 ADD 1 TO WRK-CONT-LIDOS                                00002310
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002320
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002330
             END-IF.                                                    00002340
                                                                        00002350
       0110-TESTAR-STATUS                 SECTION.                      00002360
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00002370
                 MOVE ' ERRO OPEN FRETE-MASTER ' TO WRK-MSG             00002380
                 PERFORM 9000-TRATA-ERROS                               00002390
             END-IF.                                                    00002400
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002410
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002420
                 PERFORM 9000-TRATA-ERROS                               00002430
             END-IF.                                                    00002440
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002450
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002460
                 PERFORM 9000-TRATA-ERROS                               00002470
             END-IF.                                                    00002480
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002490
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002500
                 PERFORM 9000-TRATA-ERROS                               00002510
             END-IF.                                                    00002520
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002530
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002540
                 PERFORM 9000-TRATA-ERROS                               00002550
             END-IF.                                                    00002560
      *---------------------------------------------------              00002570
       0200-PROCESSAR                     SECTION.                      00002580
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002590
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002600
                 ADD 1 TO WRK-CONT-LIDOS                                00002610
                 PERFORM 0210-VALIDAR-REGISTRO                          00002620
                 IF WRK-REGISTRO-VALIDO                                 00002630
                     PERFORM 0212-GRAVA-FRETE                           00002640
                 END-IF                                                 00002650
                 IF WRK-REGISTRO-VALIDO                                 00002660
                     ADD 1 TO WRK-CONT-ACEITOS                          00002670
                     SET AUD-ACEITO TO TRUE                             00002680
                 ELSE                                                   00002690
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002700
                     PERFORM 0220-GRAVA-REJEITO                         00002710
                     SET AUD-REJEITADO TO TRUE                          00002720
                 END-IF                                                 00002730
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002740
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002750
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002760
             END-IF.                                                    00002770
      *---------------------------------------------------              00002780
       0212-GRAVA-FRETE                   SECTION.                      00002790
             MOVE WRK-UF          TO FRT-UF.                            00002800
             MOVE WRK-CEP-INICIO  TO FRT-CEP-INICIO.                    00002810
             EVALUATE TRUE                                              00002820
                 WHEN WRK-TRANS-INCLUSAO                                00002830
                     MOVE WRK-CEP-FIM        TO FRT-CEP-FIM             00002840
                     MOVE WRK-PERC-FRETE     TO FRT-PERC-FRETE          00002850
                     MOVE WRK-VALOR-MINIMO   TO FRT-VALOR-MINIMO        00002860
                     MOVE WRK-LIMITE-ISENCAO TO FRT-LIMITE-ISENCAO      00002870
                     SET FRT-ATIVA           TO TRUE                    00002880
                     WRITE CPFRT01-REGISTRO                             00002890
                         INVALID KEY                                    00002900
                             MOVE ' FAIXA DE FRETE JA CADASTRADA '      00002910
                                 TO WRK-MSG                             00002920
                             DISPLAY WRK-MSG                            00002930
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002940
                             MOVE 06 TO REJ21-CODIGO-MOTIVO             00002950
                             MOVE WRK-MSG TO REJ21-DESCRICAO-MOTIVO     00002960
                     END-WRITE                                          00002970
                 WHEN WRK-TRANS-ALTERACAO                               00002980
                     READ FRETE-MASTER                                  00002990
                         INVALID KEY                                    00003000
                             MOVE ' FAIXA DE FRETE INEXISTENTE '        00003010
                                 TO WRK-MSG                             00003020
                             DISPLAY WRK-MSG                            00003030
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003040
                             MOVE 06 TO REJ21-CODIGO-MOTIVO             00003050
                             MOVE WRK-MSG TO REJ21-DESCRICAO-MOTIVO     00003060
                         NOT INVALID KEY                                00003070
                             MOVE WRK-CEP-FIM      TO FRT-CEP-FIM       00003080
                             MOVE WRK-PERC-FRETE   TO FRT-PERC-FRETE    00003090
                             MOVE WRK-VALOR-MINIMO                      00003100
                                 TO FRT-VALOR-MINIMO                    00003110
                             MOVE WRK-LIMITE-ISENCAO                    00003120
                                 TO FRT-LIMITE-ISENCAO                  00003130
                             SET FRT-ATIVA         TO TRUE              00003140
                             REWRITE CPFRT01-REGISTRO                   00003150
                     END-READ                                           00003160
                 WHEN WRK-TRANS-EXCLUSAO                                00003170
                     READ FRETE-MASTER                                  00003180
                         INVALID KEY                                    00003190
                             MOVE ' FAIXA DE FRETE INEXISTENTE '        00003200
                                 TO WRK-MSG                             00003210
                             DISPLAY WRK-MSG                            00003220
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003230
                             MOVE 06 TO REJ21-CODIGO-MOTIVO             00003240
                             MOVE WRK-MSG TO REJ21-DESCRICAO-MOTIVO     00003250
                         NOT INVALID KEY                                00003260
                             SET FRT-INATIVA TO TRUE                    00003270
                             REWRITE CPFRT01-REGISTRO                   00003280
                     END-READ                                           00003290
             END-EVALUATE.                                              00003300
      *---------------------------------------------------              00003310
       0210-VALIDAR-REGISTRO              SECTION.                      00003320
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003330
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003340
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003350
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003360
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003370
                 MOVE 01 TO REJ21-CODIGO-MOTIVO                         00003380
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003390
                     REJ21-DESCRICAO-MOTIVO                             00003400
             ELSE IF WRK-UF EQUAL SPACES                                00003410
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003420
                 MOVE 02 TO REJ21-CODIGO-MOTIVO                         00003430
                 MOVE 'UF EM BRANCO' TO REJ21-DESCRICAO-MOTIVO          00003440
             ELSE IF WRK-CEP-INICIO NOT NUMERIC                         00003450
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003460
                 MOVE 03 TO REJ21-CODIGO-MOTIVO                         00003470
                 MOVE 'CEP INICIAL NAO NUMERICO' TO                     00003480
                     REJ21-DESCRICAO-MOTIVO                             00003490
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003500
                 CONTINUE                                               00003510
             ELSE IF WRK-CEP-FIM NOT NUMERIC                            00003520
                OR WRK-CEP-FIM < WRK-CEP-INICIO                         00003530
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003540
                 MOVE 03 TO REJ21-CODIGO-MOTIVO                         00003550
                 MOVE 'CEP FINAL INVALIDO OU MENOR QUE O INICIAL'       00003560
                     TO REJ21-DESCRICAO-MOTIVO                          00003570
             ELSE IF WRK-PERC-FRETE NOT NUMERIC                         00003580
                OR WRK-VALOR-MINIMO NOT NUMERIC                         00003590
                OR WRK-LIMITE-ISENCAO NOT NUMERIC                       00003600
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003610
                 MOVE 04 TO REJ21-CODIGO-MOTIVO                         00003620
                 MOVE 'PERCENTUAL/MINIMO/LIMITE NAO NUMERICO' TO        00003630
                     REJ21-DESCRICAO-MOTIVO                             00003640
             END-IF END-IF END-IF END-IF END-IF END-IF.                 00003650
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003660
                 PERFORM 0215-VALIDAR-SOBREPOSICAO                      00003670
             END-IF.                                                    00003680
      *---------------------------------------------------              00003690
       0215-VALIDAR-SOBREPOSICAO          SECTION.                      00003700
      *    PERCORRE AS FAIXAS DA UF QUE COMECAM ATE O CEP FINAL         00003710
      *    DO CARTAO - UMA FAIXA ATIVA (OUTRA QUE NAO A DO              00003720
      *    PROPRIO CARTAO) QUE TERMINE A PARTIR DO CEP INICIAL          00003730
      *    SOBREPOE A NOVA FAIXA E O CARTAO E REJEITADO                 00003740
      *---------------------------------------------------              00003750
             MOVE WRK-UF TO FRT-UF.                                     00003760
             MOVE ZEROS  TO FRT-CEP-INICIO.                             00003770
             MOVE ZEROS  TO WRK-FS-VARREDURA.                           00003780
             START FRETE-MASTER KEY IS NOT LESS THAN FRT-CHAVE          00003790
                 INVALID KEY                                            00003800
                     MOVE '10' TO WRK-FS-VARREDURA                      00003810
             END-START.                                                 00003820
             PERFORM 0216-CONFERIR-UMA-FAIXA                            00003830
                 UNTIL WRK-FS-VARREDURA NOT EQUAL ZEROS.                00003840
      *---------------------------------------------------              00003850
       0216-CONFERIR-UMA-FAIXA            SECTION.                      00003860
             READ FRETE-MASTER NEXT RECORD.                             00003870
             IF WRK-FS-FRETE NOT EQUAL ZEROS                            00003880
                 MOVE '10' TO WRK-FS-VARREDURA                          00003890
                 GO TO 0216-99-FIM                                      00003900
             END-IF.                                                    00003910
             IF FRT-UF NOT EQUAL WRK-UF                                 00003920
                OR FRT-CEP-INICIO > WRK-CEP-FIM                         00003930
                 MOVE '10' TO WRK-FS-VARREDURA                          00003940
                 GO TO 0216-99-FIM                                      00003950
             END-IF.                                                    00003960
             IF FRT-ATIVA                                               00003970
                AND FRT-CEP-INICIO NOT EQUAL WRK-CEP-INICIO             00003980
                AND FRT-CEP-FIM NOT < WRK-CEP-INICIO                    00003990
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00004000
                 MOVE 03 TO REJ21-CODIGO-MOTIVO                         00004010
                 MOVE 'FAIXA SOBREPOE OUTRA FAIXA ATIVA DA UF' TO       00004020
                     REJ21-DESCRICAO-MOTIVO                             00004030
                 MOVE '10' TO WRK-FS-VARREDURA                          00004040
             END-IF.                                                    00004050
       0216-99-FIM.            EXIT.                                    00004060
      *---------------------------------------------------              00004070
       0220-GRAVA-REJEITO                 SECTION.                      00004080
             MOVE 'FR05CB98' TO REJ21-PROGRAMA.                         00004090
             MOVE WRK-REGISTRO TO REJ21-REGISTRO-ORIGINAL.              00004100
             WRITE CPREJ21-REGISTRO.                                    00004110
      *---------------------------------------------------              00004120
       0900-GRAVAR-AUDITORIA              SECTION.                      00004130
             MOVE 'FR05CB98' TO AUD-PROGRAMA.                           00004140
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004150
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004160
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004170
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004180
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004190
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004200
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004210
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004220
             WRITE CPAUD01-REGISTRO.                                    00004230
      *---------------------------------------------------              00004240
       0300-FINALIZAR                     SECTION.                      00004250
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004260
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004270
             PERFORM 0310-GRAVA-CONTROLE.                               00004280
             MOVE WRK-CONT-LIDOS                                        00004290
                 TO WRK-STT-REGISTROS.                                  00004300
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004310
             CLOSE FRETE-MASTER.                                        00004320
             CLOSE REJEITO-INTAKE.                                      00004330
             CLOSE AUDITORIA.                                           00004340
             CLOSE ENTRADA-SYSIN.                                       00004350
             CLOSE CONTROLE.                                            00004360
             DISPLAY '==========================='.                     00004370
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004380
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004390
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004400
             DISPLAY '==========================='.                     00004410
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004420
             PERFORM 9000-TRATA-ERROS.                                  00004430
      *---------------------------------------------------              00004440
       0310-GRAVA-CONTROLE                SECTION.                      00004450
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004460
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004470
      *---------------------------------------------------              00004480
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004490
             MOVE SPACES              TO CTL-DATA-HORA.                 00004500
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004510
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004520
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004530
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004540
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004550
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004560
             MOVE ZERO                TO CTL-QTD-FONTES.                00004570
             WRITE CPCTRL01-REGISTRO.                                   00004580
      *---------------------------------------------------              00004590
       9000-TRATA-ERROS                   SECTION.                      00004600
      *---------------------------------------------------              00004610
             PERFORM 9050-GRAVAR-ERRLOG.                                00004620
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004630
             STOP RUN.                                                  00004640
      *--------------------------------------------------------------   00004650
       9000-99-FIM.            EXIT.                                    00004660
      *--------------------------------------------------------------   00004670
