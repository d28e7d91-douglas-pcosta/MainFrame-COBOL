      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB99.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: MANUTENCAO DO MASTER DE CONDICOES DE              00000120
      *               PAGAMENTO (ARQUIVO INDEXADO, CPCPG01) VIA         00000130
      *               CARTOES DE TRANSACAO NA SYSIN (INCLUSAO/          00000140
      *               ALTERACAO/EXCLUSAO), NOS MOLDES DA                00000150
      *               MANUTENCAO DE FRETE (FR05CB98). O CARTAO          00000160
      *               TRAZ A QUANTIDADE DE PARCELAS (1 A 8) E,          00000170
      *               PARA CADA PARCELA, O PRAZO EM MESES SOBRE         00000180
      *               A EMISSAO E O PERCENTUAL DO TOTAL; OS             00000190
      *               PRAZOS NAO PODEM DECRESCER E OS PERCENTUAIS       00000200
      *               TEM DE SOMAR 100. A EXCLUSAO E LOGICA             00000210
      *               (STATUS INATIVA) - CLIENTE OU PEDIDO COM          00000220
      *               CONDICAO INATIVA FATURA EM PARCELA UNICA          00000230
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
             SELECT CONDPAG-MASTER ASSIGN TO ARQCPG                     00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS DYNAMIC                                 00000400
                RECORD KEY   IS CPG-CODIGO                              00000410
                FILE STATUS  IS WRK-FS-CONDPAG.                         00000420
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
       01 SYSIN-REGISTRO             PIC X(080).                        00000800
                                                                        00000810
       FD CONDPAG-MASTER.                                               00000820
           COPY CPCPG01.                                                00000830
                                                                        00000840
       FD REJEITO-INTAKE                                                00000850
           RECORDING MODE IS F                                          00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
           COPY CPREJ22.                                                00000880
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
          05 WRK-CODIGO      PIC X(003)       VALUE SPACES.             00001200
          05 WRK-DESCRICAO   PIC X(018)       VALUE SPACES.             00001210
          05 WRK-QTD-PARCELAS                                           00001220
                             PIC 9(002)       VALUE ZEROS.              00001230
          05 WRK-PARCELAS.                                              00001240
             10 WRK-PARCELA  OCCURS 08 TIMES.                           00001250
                15 WRK-MESES PIC 9(002).                                00001260
                15 WRK-PERC  PIC 9(003)V99.                             00001270
                                                                        00001280
       77 WRK-FS-CONDPAG           PIC X(02) VALUE SPACES.              00001290
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00001300
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001310
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00001320
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001330
       77 WRK-MAX-PARCELAS         PIC 9(02) VALUE 08.                  00001340
       77 WRK-IDX-PARC             PIC 9(02) COMP VALUE ZERO.           00001350
       77 WRK-MESES-ANTERIOR       PIC 9(02) VALUE ZERO.                00001360
       77 WRK-SOMA-PERC            PIC 9(05)V99 VALUE ZERO.             00001370
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001380
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001390
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001400
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00001410
       77 WRK-CONT-ACEITOS         PIC 9(07) COMP VALUE ZERO.           00001420
       77 WRK-CONT-REJEITADOS      PIC 9(07) COMP VALUE ZERO.           00001430
       01 WRK-SW-VALIDO.                                                00001440
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00001450
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00001460
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00001470
       COPY CPAUD02.                                                    00001480
       COPY CPCAB01.                                                    00001490
       COPY CPCKP01.                                                    00001500
       COPY CPERR01.                                                    00001510
       COPY CPDTA01.                                                    00001520
       COPY CPSTT01.                                                    00001530
      *---------------------------------------------------              00001540
       LINKAGE                                    SECTION.              00001550
      *---------------------------------------------------              00001560
       01 WRK-PARM-RESTART.                                             00001570
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001580
          05 WRK-PARM-DADOS           PIC X(66).                        00001590
      *=========================================*                       00001600
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001610
      *=========================================*                       00001620
                                                                        00001630
      *---------------------------------------------------              00001640
       0000-PRINCIPAL                     SECTION.                      00001650
      *---------------------------------------------------              00001660
             PERFORM 0100-INICIAR.                                      00001670
             PERFORM 0200-PROCESSAR                                     00001680
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001690
             PERFORM 0300-FINALIZAR.                                    00001700
      *---------------------------------------------------              00001710
       0000-99-FIM.            EXIT.                                    00001720
      *---------------------------------------------------              00001730
                                                                        00001740
       0100-INICIAR                       SECTION.                      00001750
             MOVE 'FR05CB99' TO WRK-CAB-PROGRAMA.                       00001760
             PERFORM 0101-CABECALHO-PADRAO.                             00001770
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001780
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001790
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001800
             PERFORM 0102-INTERPRETAR-PARM.                             00001810
             OPEN I-O CONDPAG-MASTER.                                   00001820
             IF WRK-FS-CONDPAG EQUAL '35'                               00001830
                 OPEN OUTPUT CONDPAG-MASTER                             00001840
                 CLOSE CONDPAG-MASTER                                   00001850
                 OPEN I-O CONDPAG-MASTER                                00001860
             END-IF.                                                    00001870
             OPEN INPUT ENTRADA-SYSIN.                                  00001880
             PERFORM 0105-ABRIR-AUDITORIA.                              00001890
             PERFORM 0103-ABRIR-CHECKPOINT.                             00001900
             PERFORM 0104-POSICIONAR-RESTART.                           00001910
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00001920
                 OPEN EXTEND REJEITO-INTAKE                             00001930
                 OPEN EXTEND CONTROLE                                   00001940
             ELSE                                                       00001950
                 OPEN OUTPUT REJEITO-INTAKE                             00001960
                 OPEN OUTPUT CONTROLE                                   00001970
             END-IF.                                                    00001980
             PERFORM 0110-TESTAR-STATUS.                                00001990
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00002000
      *---------------------------------------------------              00002010
       0100-99-FIM.            EXIT.                                    00002020
      *---------------------------------------------------              00002030
           COPY CPCAB02.                                                00002040
       COPY CPCKP02.                                                    00002050
           COPY CPERR02.                                                00002060
           COPY CPDTA02.                                                00002070
           COPY CPSTT02.                                                00002080
           COPY CPAUD03.                                                00002090
      *---------------------------------------------------              00002100
       0105-ABRIR-AUDITORIA               SECTION.                      00002110
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002120
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002130
      *---------------------------------------------------              00002140
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002150
             OPEN EXTEND AUDITORIA.                                     00002160
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002170
                 OPEN OUTPUT AUDITORIA                                  00002180
                 CLOSE AUDITORIA                                        00002190
                 OPEN EXTEND AUDITORIA                                  00002200
             END-IF.                                                    00002210
      *---------------------------------------------------              00002220
       0107-PULAR-CARTOES-PROCESSADOS     SECTION.                      00002230
      *    DESPREZA OS CARTOES DA SYSIN JA APLICADOS ANTES DO           00002240
      *    ULTIMO CHECKPOINT                                            00002250
      *---------------------------------------------------              00002260
             PERFORM 0108-PULAR-UM-CARTAO                               00002270
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00002280
                    OR WRK-FS-SYSIN EQUAL '10'.                         00002290
      *---------------------------------------------------              00002300
       0108-PULAR-UM-CARTAO               SECTION.                      00002310
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002320
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002330
                 ADD 1 TO WRK-CONT-LIDOS                                00002340
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002350
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002360
             END-IF.                                                    00002370
                                                                        00002380
       0110-TESTAR-STATUS                 SECTION.                      00002390
             IF WRK-FS-CONDPAG NOT EQUAL ZEROS                          00002400
                 MOVE ' ERRO OPEN CONDPAG-MASTER ' TO WRK-MSG           00002410
                 PERFORM 9000-TRATA-ERROS                               00002420
             END-IF.                                                    00002430
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00002440
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00002450
                 PERFORM 9000-TRATA-ERROS                               00002460
             END-IF.                                                    00002470
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00002480
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00002490
                 PERFORM 9000-TRATA-ERROS                               00002500
             END-IF.                                                    00002510
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002520
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002530
                 PERFORM 9000-TRATA-ERROS                               00002540
             END-IF.                                                    00002550
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002560
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002570
                 PERFORM 9000-TRATA-ERROS                               00002580
             END-IF.                                                    00002590
      *---------------------------------------------------              00002600
       0200-PROCESSAR                     SECTION.                      00002610
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00002620
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002630
                 ADD 1 TO WRK-CONT-LIDOS                                00002640
                 PERFORM 0210-VALIDAR-REGISTRO                          00002650
                 IF WRK-REGISTRO-VALIDO                                 00002660
                     PERFORM 0212-GRAVA-CONDICAO                        00002670
                 END-IF                                                 00002680
                 IF WRK-REGISTRO-VALIDO                                 00002690
                     ADD 1 TO WRK-CONT-ACEITOS                          00002700
                     SET AUD-ACEITO TO TRUE                             00002710
                 ELSE                                                   00002720
                     ADD 1 TO WRK-CONT-REJEITADOS                       00002730
                     PERFORM 0220-GRAVA-REJEITO                         00002740
                     SET AUD-REJEITADO TO TRUE                          00002750
                 END-IF                                                 00002760
                 PERFORM 0900-GRAVAR-AUDITORIA                          00002770
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00002780
                 PERFORM 0105-CHECAR-CHECKPOINT                         00002790
             END-IF.                                                    00002800
      *---------------------------------------------------              00002810
       0212-GRAVA-CONDICAO                SECTION.                      00002820
             MOVE WRK-CODIGO      TO CPG-CODIGO.                        00002830
             EVALUATE TRUE                                              00002840
                 WHEN WRK-TRANS-INCLUSAO                                00002850
                     MOVE WRK-DESCRICAO      TO CPG-DESCRICAO           00002860
                     MOVE WRK-QTD-PARCELAS   TO CPG-QTD-PARCELAS        00002870
                     MOVE WRK-PARCELAS       TO CPG-PARCELAS            00002880
                     SET CPG-ATIVA           TO TRUE                    00002890
                     WRITE CPCPG01-REGISTRO                             00002900
                         INVALID KEY                                    00002910
                             MOVE ' CONDICAO DE PAGTO JA CADASTRADA '   00002920
                                 TO WRK-MSG                             00002930
                             DISPLAY WRK-MSG                            00002940
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00002950
                             MOVE 06 TO REJ22-CODIGO-MOTIVO             00002960
                             MOVE WRK-MSG TO REJ22-DESCRICAO-MOTIVO     00002970
                     END-WRITE                                          00002980
                 WHEN WRK-TRANS-ALTERACAO                               00002990
                     READ CONDPAG-MASTER                                00003000
                         INVALID KEY                                    00003010
                             MOVE ' CONDICAO DE PAGTO INEXISTENTE '     00003020
                                 TO WRK-MSG                             00003030
                             DISPLAY WRK-MSG                            00003040
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003050
                             MOVE 06 TO REJ22-CODIGO-MOTIVO             00003060
                             MOVE WRK-MSG TO REJ22-DESCRICAO-MOTIVO     00003070
                         NOT INVALID KEY                                00003080
                             MOVE WRK-DESCRICAO    TO CPG-DESCRICAO     00003090
                             MOVE WRK-QTD-PARCELAS TO CPG-QTD-PARCELAS  00003100
                             MOVE WRK-PARCELAS     TO CPG-PARCELAS      00003110
                             SET CPG-ATIVA         TO TRUE              00003120
                             REWRITE CPCPG01-REGISTRO                   00003130
                     END-READ                                           00003140
                 WHEN WRK-TRANS-EXCLUSAO                                00003150
                     READ CONDPAG-MASTER                                00003160
                         INVALID KEY                                    00003170
                             MOVE ' CONDICAO DE PAGTO INEXISTENTE '     00003180
                                 TO WRK-MSG                             00003190
                             DISPLAY WRK-MSG                            00003200
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00003210
                             MOVE 06 TO REJ22-CODIGO-MOTIVO             00003220
                             MOVE WRK-MSG TO REJ22-DESCRICAO-MOTIVO     00003230
                         NOT INVALID KEY                                00003240
                             SET CPG-INATIVA TO TRUE                    00003250
                             REWRITE CPCPG01-REGISTRO                   00003260
                     END-READ                                           00003270
             END-EVALUATE.                                              00003280
      *---------------------------------------------------              00003290
       0210-VALIDAR-REGISTRO              SECTION.                      00003300
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00003310
             IF WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00003320
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00003330
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00003340
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003350
                 MOVE 01 TO REJ22-CODIGO-MOTIVO                         00003360
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00003370
                     REJ22-DESCRICAO-MOTIVO                             00003380
             ELSE IF WRK-CODIGO EQUAL SPACES                            00003390
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003400
                 MOVE 02 TO REJ22-CODIGO-MOTIVO                         00003410
                 MOVE 'CODIGO DA CONDICAO EM BRANCO' TO                 00003420
                     REJ22-DESCRICAO-MOTIVO                             00003430
             ELSE IF WRK-TRANS-EXCLUSAO                                 00003440
                 CONTINUE                                               00003450
             ELSE IF WRK-QTD-PARCELAS NOT NUMERIC                       00003460
                OR WRK-QTD-PARCELAS EQUAL ZEROS                         00003470
                OR WRK-QTD-PARCELAS > WRK-MAX-PARCELAS                  00003480
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003490
                 MOVE 03 TO REJ22-CODIGO-MOTIVO                         00003500
                 MOVE 'QUANTIDADE DE PARCELAS FORA DE 1 A 8' TO         00003510
                     REJ22-DESCRICAO-MOTIVO                             00003520
             END-IF END-IF END-IF END-IF.                               00003530
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00003540
                 PERFORM 0215-VALIDAR-PARCELAS                          00003550
             END-IF.                                                    00003560
      *---------------------------------------------------              00003570
       0215-VALIDAR-PARCELAS              SECTION.                      00003580
      *    CONFERE AS PARCELAS INFORMADAS NO CARTAO - PRAZO E           00003590
      *    PERCENTUAL NUMERICOS, PRAZO NAO MENOR QUE O DA PARCELA       00003600
      *    ANTERIOR E PERCENTUAL POSITIVO; A SOMA DOS PERCENTUAIS       00003610
      *    TEM DE FECHAR EM 100. AS POSICOES ALEM DA QUANTIDADE         00003620
      *    INFORMADA SAO ZERADAS NO MASTER                              00003630
      *---------------------------------------------------              00003640
             MOVE ZEROS TO WRK-MESES-ANTERIOR.                          00003650
             MOVE ZEROS TO WRK-SOMA-PERC.                               00003660
             PERFORM 0216-CONFERIR-UMA-PARCELA                          00003670
                 VARYING WRK-IDX-PARC FROM 1 BY 1                       00003680
                 UNTIL WRK-IDX-PARC > WRK-QTD-PARCELAS                  00003690
                    OR WRK-REGISTRO-INVALIDO.                           00003700
             IF WRK-REGISTRO-VALIDO                                     00003710
                AND WRK-SOMA-PERC NOT EQUAL 100                         00003720
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003730
                 MOVE 04 TO REJ22-CODIGO-MOTIVO                         00003740
                 MOVE 'PERCENTUAIS DAS PARCELAS NAO SOMAM 100' TO       00003750
                     REJ22-DESCRICAO-MOTIVO                             00003760
             END-IF.                                                    00003770
             IF WRK-REGISTRO-VALIDO                                     00003780
                 PERFORM 0217-ZERAR-UMA-PARCELA                         00003790
                     VARYING WRK-IDX-PARC FROM WRK-IDX-PARC BY 1        00003800
                     UNTIL WRK-IDX-PARC > WRK-MAX-PARCELAS              00003810
             END-IF.                                                    00003820
      *---------------------------------------------------              00003830
       0216-CONFERIR-UMA-PARCELA          SECTION.                      00003840
             IF WRK-MESES (WRK-IDX-PARC) NOT NUMERIC                    00003850
                OR WRK-MESES (WRK-IDX-PARC) < WRK-MESES-ANTERIOR        00003860
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003870
                 MOVE 03 TO REJ22-CODIGO-MOTIVO                         00003880
                 MOVE 'PRAZO DA PARCELA INVALIDO OU DECRESCENTE'        00003890
                     TO REJ22-DESCRICAO-MOTIVO                          00003900
             ELSE IF WRK-PERC (WRK-IDX-PARC) NOT NUMERIC                00003910
                OR WRK-PERC (WRK-IDX-PARC) EQUAL ZEROS                  00003920
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00003930
                 MOVE 04 TO REJ22-CODIGO-MOTIVO                         00003940
                 MOVE 'PERCENTUAL DA PARCELA INVALIDO' TO               00003950
                     REJ22-DESCRICAO-MOTIVO                             00003960
             ELSE                                                       00003970
                 MOVE WRK-MESES (WRK-IDX-PARC) TO WRK-MESES-ANTERIOR    00003980
                 ADD WRK-PERC (WRK-IDX-PARC) TO WRK-SOMA-PERC           00003990
             END-IF END-IF.                                             00004000
      *---------------------------------------------------              00004010
       0217-ZERAR-UMA-PARCELA             SECTION.                      00004020
             MOVE ZEROS TO WRK-MESES (WRK-IDX-PARC).                    00004030
             MOVE ZEROS TO WRK-PERC (WRK-IDX-PARC).                     00004040
      *---------------------------------------------------              00004050
       0220-GRAVA-REJEITO                 SECTION.                      00004060
             MOVE 'FR05CB99' TO REJ22-PROGRAMA.                         00004070
             MOVE WRK-REGISTRO TO REJ22-REGISTRO-ORIGINAL.              00004080
             WRITE CPREJ22-REGISTRO.                                    00004090
      *---------------------------------------------------              00004100
       0900-GRAVAR-AUDITORIA              SECTION.                      00004110
             MOVE 'FR05CB99' TO AUD-PROGRAMA.                           00004120
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00004130
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00004140
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00004150
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00004160
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00004170
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00004180
             MOVE ZEROS TO AUD-NUM-LOTE.                                00004190
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00004200
             WRITE CPAUD01-REGISTRO.                                    00004210
      *---------------------------------------------------              00004220
       0300-FINALIZAR                     SECTION.                      00004230
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00004240
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00004250
             PERFORM 0310-GRAVA-CONTROLE.                               00004260
             MOVE WRK-CONT-LIDOS                                        00004270
                 TO WRK-STT-REGISTROS.                                  00004280
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004290
             CLOSE CONDPAG-MASTER.                                      00004300
             CLOSE REJEITO-INTAKE.                                      00004310
             CLOSE AUDITORIA.                                           00004320
             CLOSE ENTRADA-SYSIN.                                       00004330
             CLOSE CONTROLE.                                            00004340
             DISPLAY '==========================='.                     00004350
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00004360
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00004370
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00004380
             DISPLAY '==========================='.                     00004390
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004400
             PERFORM 9000-TRATA-ERROS.                                  00004410
      *---------------------------------------------------              00004420
       0310-GRAVA-CONTROLE                SECTION.                      00004430
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004440
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004450
      *---------------------------------------------------              00004460
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00004470
             MOVE SPACES              TO CTL-DATA-HORA.                 00004480
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00004490
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00004500
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00004510
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00004520
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00004530
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00004540
             MOVE ZERO                TO CTL-QTD-FONTES.                00004550
             WRITE CPCTRL01-REGISTRO.                                   00004560
      *---------------------------------------------------              00004570
       9000-TRATA-ERROS                   SECTION.                      00004580
      *---------------------------------------------------              00004590
             PERFORM 9050-GRAVAR-ERRLOG.                                00004600
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004610
             STOP RUN.                                                  00004620
      *--------------------------------------------------------------   00004630
       9000-99-FIM.            EXIT.                                    00004640
      *--------------------------------------------------------------   00004650
