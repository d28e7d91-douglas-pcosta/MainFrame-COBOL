      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB14.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: PROCESSAMENTO DO RETORNO DA AUTORIZACAO DA        00000120
      *               NF-E (CPNFR01), CONTRAPARTIDA DO ARQUIVO DA       00000130
      *               NF-E GRAVADO PELO FATURAMENTO (FR05CB26) E        00000140
      *               PELA LIBERACAO DE BACKORDER (FR05CB51). CADA      00000150
      *               DETALHE E CASADO COM A NOTA DO HISTORICO          00000160
      *               (CPNFH01) E ATUALIZA TODAS AS LINHAS DA NOTA:     00000170
      *               AUTORIZADA GRAVA A CHAVE DE ACESSO, O             00000180
      *               PROTOCOLO E A DATA DE AUTORIZACAO; REJEITADA      00000190
      *               GRAVA O CODIGO DO MOTIVO E A NOTA SEGUE NO        00000200
      *               RELATORIO DE PENDENCIAS (FR06CB15) ATE SER        00000210
      *               RETRANSMITIDA E AUTORIZADA. NOTA JA               00000220
      *               AUTORIZADA NAO E ALTERADA. A CONTAGEM DO          00000230
      *               TRAILER E CONFERIDA AO FINAL, COMO NO RETORNO     00000240
      *               BANCARIO (FR05CB56) - DIVERGENCIA ENCERRA COM     00000250
      *               RC=12                                             00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT RETORNO-NFE ASSIGN TO ARQNFR                        00000390
                FILE STATUS  IS WRK-FS-RETORNO.                         00000400
                                                                        00000410
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE  IS DYNAMIC                                 00000440
                RECORD KEY   IS NFH-CHAVE                               00000450
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000460
                                                                        00000470
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000480
                ORGANIZATION IS INDEXED                                 00000490
                ACCESS MODE  IS DYNAMIC                                 00000500
                RECORD KEY   IS CAL-DATA                                00000510
                FILE STATUS  IS WRK-FS-CALEND.                          00000520
                                                                        00000530
             SELECT RELRET   ASSIGN TO ARQRPT                           00000540
                FILE STATUS  IS WRK-FS-RELRET.                          00000550
                                                                        00000560
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000570
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000580
                                                                        00000590
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000600
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000610
                                                                        00000620
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000630
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000640
      *=======================================================*         00000650
       DATA                                      DIVISION.              00000660
      *=======================================================*         00000670
       FILE                                      SECTION.               00000680
       FD RETORNO-NFE                                                   00000690
           RECORDING MODE IS F                                          00000700
           BLOCK CONTAINS 0 RECORDS.                                    00000710
           COPY CPNFR01.                                                00000720
                                                                        00000730
       FD NOTAHIST.                                                     00000740
           COPY CPNFH01.                                                00000750
                                                                        00000760
       FD CALENDARIO.                                                   00000770
           COPY CPCAL01.                                                00000780
                                                                        00000790
       FD RELRET                                                        00000800
           RECORDING MODE IS F                                          00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
       01 REL-LINHA                    PIC X(132).                      00000830
                                                                        00000840
       FD CONTROLE                                                      00000850
           RECORDING MODE IS F                                          00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
           COPY CPCTRL01.                                               00000880
                                                                        00000890
       FD ERRLOG.                                                       00000900
           COPY CPERRL01.                                               00000910
                                                                        00000920
       FD ESTATIS                                                       00000930
           RECORDING MODE IS F                                          00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
           COPY CPSTA01.                                                00000960
      *---------------------------------------------------              00000970
       WORKING-STORAGE                           SECTION.               00000980
      *---------------------------------------------------              00000990
       77 WRK-FS-RETORNO      PIC X(02) VALUE SPACES.                   00001000
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001010
       77 WRK-FS-RELRET       PIC X(02) VALUE SPACES.                   00001020
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001030
       77 WRK-FS-VARREDURA    PIC X(02) VALUE SPACES.                   00001040
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001050
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001060
       77 WRK-CONT-AUTORIZADAS PIC 9(09) COMP VALUE ZERO.               00001070
       77 WRK-CONT-REJEITADAS PIC 9(09) COMP VALUE ZERO.                00001080
       77 WRK-CONT-NAO-CASADOS PIC 9(09) COMP VALUE ZERO.               00001090
       77 WRK-CONT-IGNORADOS  PIC 9(09) COMP VALUE ZERO.                00001100
       77 WRK-CONT-LINHAS     PIC 9(09) COMP VALUE ZERO.                00001110
       77 WRK-QTD-TRAILER     PIC 9(09) VALUE ZERO.                     00001120
       77 WRK-DATA-AUTORIZ    PIC 9(08) VALUE ZERO.                     00001130
       01 WRK-SW-TRAILER.                                               00001140
          05 WRK-SW-TRAILER-IND      PIC X(01) VALUE 'N'.               00001150
             88 WRK-TRAILER-VISTO          VALUE 'S'.                   00001160
             88 WRK-TRAILER-AUSENTE        VALUE 'N'.                   00001170
      *---------------------------------------------------              00001180
      *    LINHAS DO RELATORIO DO RETORNO                               00001190
      *---------------------------------------------------              00001200
       01 WRK-CABEC1.                                                   00001210
          05 FILLER               PIC X(40) VALUE                       00001220
             'RETORNO DA AUTORIZACAO DA NF-E'.                          00001230
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001240
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001250
                                                                        00001260
       01 WRK-DETALHE.                                                  00001270
          05 WRK-DET-NOTA         PIC 9(05).                            00001280
          05 FILLER               PIC X(02) VALUE SPACES.               00001290
          05 WRK-DET-SIT-NFE      PIC X(01).                            00001300
          05 FILLER               PIC X(02) VALUE SPACES.               00001310
          05 WRK-DET-CHAVE        PIC X(44).                            00001320
          05 FILLER               PIC X(02) VALUE SPACES.               00001330
          05 WRK-DET-PROTOCOLO    PIC X(15).                            00001340
          05 FILLER               PIC X(02) VALUE SPACES.               00001350
          05 WRK-DET-MOTIVO       PIC X(03).                            00001360
          05 FILLER               PIC X(02) VALUE SPACES.               00001370
          05 WRK-DET-SITUACAO     PIC X(40).                            00001380
       COPY CPCAB01.                                                    00001390
       COPY CPERR01.                                                    00001400
       COPY CPDTA01.                                                    00001410
       COPY CPSTT01.                                                    00001420
      *=========================================*                       00001430
       PROCEDURE DIVISION.                                              00001440
      *=========================================*                       00001450
                                                                        00001460
      *---------------------------------------------------              00001470
       0000-PRINCIPAL                     SECTION.                      00001480
      *---------------------------------------------------              00001490
             PERFORM 0100-INICIAR.                                      00001500
             PERFORM 0200-PROCESSAR                                     00001510
                 UNTIL WRK-FS-RETORNO EQUAL '10'.                       00001520
             PERFORM 0300-FINALIZAR.                                    00001530
      *---------------------------------------------------              00001540
       0000-99-FIM.            EXIT.                                    00001550
      *---------------------------------------------------              00001560
                                                                        00001570
       0100-INICIAR                       SECTION.                      00001580
             MOVE 'FR06CB14' TO WRK-CAB-PROGRAMA.                       00001590
             PERFORM 0101-CABECALHO-PADRAO.                             00001600
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001610
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001620
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001630
             OPEN INPUT RETORNO-NFE.                                    00001640
             OPEN I-O NOTAHIST.                                         00001650
             OPEN OUTPUT RELRET.                                        00001660
             OPEN OUTPUT CONTROLE.                                      00001670
             PERFORM 0110-TESTAR-STATUS.                                00001680
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00001690
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001700
      *---------------------------------------------------              00001710
       0100-99-FIM.            EXIT.                                    00001720
      *---------------------------------------------------              00001730
           COPY CPCAB02.                                                00001740
           COPY CPERR02.                                                00001750
           COPY CPDTA02.                                                00001760
           COPY CPSTT02.                                                00001770
      *---------------------------------------------------              00001780
       0110-TESTAR-STATUS                 SECTION.                      00001790
             IF WRK-FS-RETORNO NOT EQUAL ZEROS                          00001800
                 MOVE ' ERRO OPEN RETORNO DA NF-E ' TO WRK-MSG          00001810
                 PERFORM 9000-TRATA-ERROS                               00001820
             END-IF.                                                    00001830
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00001840
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00001850
                 PERFORM 9000-TRATA-ERROS                               00001860
             END-IF.                                                    00001870
             IF WRK-FS-RELRET NOT EQUAL ZEROS                           00001880
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00001890
                 PERFORM 9000-TRATA-ERROS                               00001900
             END-IF.                                                    00001910
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00001920
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00001930
                 PERFORM 9000-TRATA-ERROS                               00001940
             END-IF.                                                    00001950
      *---------------------------------------------------              00001960
       0200-PROCESSAR                     SECTION.                      00001970
             READ RETORNO-NFE.                                          00001980
             IF WRK-FS-RETORNO EQUAL ZEROS                              00001990
                 EVALUATE TRUE                                          00002000
                     WHEN NFR-REG-HEADER                                00002010
                         CONTINUE                                       00002020
                     WHEN NFR-REG-TRAILER                               00002030
                         SET WRK-TRAILER-VISTO TO TRUE                  00002040
                         MOVE NFR-QTD-REGISTROS TO WRK-QTD-TRAILER      00002050
                     WHEN NFR-REG-DETALHE                               00002060
                         ADD 1 TO WRK-CONT-LIDOS                        00002070
                         PERFORM 0210-TRATAR-DETALHE                    00002080
                     WHEN OTHER                                         00002090
                         ADD 1 TO WRK-CONT-NAO-CASADOS                  00002100
                         MOVE 'TIPO DE REGISTRO DESCONHECIDO'           00002110
                             TO WRK-DET-SITUACAO                        00002120
                         PERFORM 0260-LISTAR-DETALHE                    00002130
                 END-EVALUATE                                           00002140
             END-IF.                                                    00002150
      *---------------------------------------------------              00002160
       0210-TRATAR-DETALHE                SECTION.                      00002170
      *    CONFERE O DETALHE DO RETORNO E CASA COM A NOTA DO            00002180
      *    HISTORICO PELA PRIMEIRA LINHA (START NO ITEM ZERO, COMO      00002190
      *    NA REEMISSAO FR05CB58). AUTORIZADA EXIGE A CHAVE DE          00002200
      *    ACESSO NUMERICA E O PROTOCOLO; REJEITADA EXIGE O MOTIVO      00002210
      *---------------------------------------------------              00002220
             IF NFR-NUM-NOTA NOT NUMERIC                                00002230
                OR (NOT NFR-SIT-AUTORIZADA AND NOT NFR-SIT-REJEITADA)   00002240
                 ADD 1 TO WRK-CONT-NAO-CASADOS                          00002250
                 MOVE 'DETALHE COM CAMPOS INVALIDOS'                    00002260
                     TO WRK-DET-SITUACAO                                00002270
                 PERFORM 0260-LISTAR-DETALHE                            00002280
                 GO TO 0210-99-FIM                                      00002290
             END-IF.                                                    00002300
             IF NFR-SIT-AUTORIZADA                                      00002310
                 IF NFR-CHAVE-ACESSO NOT NUMERIC                        00002320
                    OR NFR-PROTOCOLO EQUAL SPACES                       00002330
                     ADD 1 TO WRK-CONT-NAO-CASADOS                      00002340
                     MOVE 'AUTORIZADA SEM CHAVE OU PROTOCOLO'           00002350
                         TO WRK-DET-SITUACAO                            00002360
                     PERFORM 0260-LISTAR-DETALHE                        00002370
                     GO TO 0210-99-FIM                                  00002380
                 END-IF                                                 00002390
             ELSE                                                       00002400
                 IF NFR-MOTIVO EQUAL SPACES                             00002410
                     ADD 1 TO WRK-CONT-NAO-CASADOS                      00002420
                     MOVE 'REJEITADA SEM MOTIVO'                        00002430
                         TO WRK-DET-SITUACAO                            00002440
                     PERFORM 0260-LISTAR-DETALHE                        00002450
                     GO TO 0210-99-FIM                                  00002460
                 END-IF                                                 00002470
             END-IF.                                                    00002480
             IF NFR-DATA-PROCESSAMENTO NUMERIC                          00002490
                AND NFR-DATA-PROCESSAMENTO > ZEROS                      00002500
                 MOVE NFR-DATA-PROCESSAMENTO TO WRK-DATA-AUTORIZ        00002510
             ELSE                                                       00002520
                 MOVE WRK-DATA-NEGOCIO       TO WRK-DATA-AUTORIZ        00002530
             END-IF.                                                    00002540
             MOVE NFR-NUM-NOTA TO NFH-NUMERO.                           00002550
             MOVE ZEROS        TO NFH-ITEM.                             00002560
             START NOTAHIST KEY NOT LESS NFH-CHAVE                      00002570
                 INVALID KEY                                            00002580
                     CONTINUE                                           00002590
             END-START.                                                 00002600
             MOVE WRK-FS-NOTAHIST TO WRK-FS-VARREDURA.                  00002610
             IF WRK-FS-VARREDURA EQUAL ZEROS                            00002620
                 PERFORM 0222-LER-LINHA-NOTA                            00002630
             END-IF.                                                    00002640
             IF WRK-FS-VARREDURA NOT EQUAL ZEROS                        00002650
                 ADD 1 TO WRK-CONT-NAO-CASADOS                          00002660
                 MOVE 'NOTA NAO ENCONTRADA NO HISTORICO'                00002670
                     TO WRK-DET-SITUACAO                                00002680
                 PERFORM 0260-LISTAR-DETALHE                            00002690
                 GO TO 0210-99-FIM                                      00002700
             END-IF.                                                    00002710
             IF NFH-NFE-AUTORIZADA                                      00002720
                 ADD 1 TO WRK-CONT-IGNORADOS                            00002730
                 MOVE 'NOTA JA AUTORIZADA - RETORNO IGNORADO'           00002740
                     TO WRK-DET-SITUACAO                                00002750
                 PERFORM 0260-LISTAR-DETALHE                            00002760
                 GO TO 0210-99-FIM                                      00002770
             END-IF.                                                    00002780
             PERFORM 0224-ATUALIZAR-LINHA                               00002790
                 UNTIL WRK-FS-VARREDURA NOT EQUAL ZEROS.                00002800
             IF NFR-SIT-AUTORIZADA                                      00002810
                 ADD 1 TO WRK-CONT-AUTORIZADAS                          00002820
                 MOVE 'AUTORIZADA' TO WRK-DET-SITUACAO                  00002830
             ELSE                                                       00002840
                 ADD 1 TO WRK-CONT-REJEITADAS                           00002850
                 MOVE 'REJEITADA - NAO EXPEDIR' TO WRK-DET-SITUACAO     00002860
             END-IF.                                                    00002870
             PERFORM 0260-LISTAR-DETALHE.                               00002880
       0210-99-FIM.            EXIT.                                    00002890
      *---------------------------------------------------              00002900
       0222-LER-LINHA-NOTA                SECTION.                      00002910
      *    LE A PROXIMA LINHA DO HISTORICO - LINHA DE OUTRA NOTA        00002920
      *    OU FIM DE ARQUIVO ENCERRA A VARREDURA DA NOTA                00002930
      *---------------------------------------------------              00002940
             READ NOTAHIST NEXT RECORD.                                 00002950
             MOVE WRK-FS-NOTAHIST TO WRK-FS-VARREDURA.                  00002960
             IF WRK-FS-VARREDURA EQUAL ZEROS                            00002970
                 IF NFH-NUMERO NOT EQUAL NFR-NUM-NOTA                   00002980
                     MOVE '10' TO WRK-FS-VARREDURA                      00002990
                 END-IF                                                 00003000
             END-IF.                                                    00003010
      *---------------------------------------------------              00003020
       0224-ATUALIZAR-LINHA               SECTION.                      00003030
      *    GRAVA A SITUACAO DA NF-E NA LINHA DA NOTA E PASSA PARA       00003040
      *    A SEGUINTE - A REJEICAO LIMPA CHAVE E PROTOCOLO DE UMA       00003050
      *    TRANSMISSAO ANTERIOR                                         00003060
      *---------------------------------------------------              00003070
             IF NFR-SIT-AUTORIZADA                                      00003080
                 SET NFH-NFE-AUTORIZADA  TO TRUE                        00003090
                 MOVE NFR-CHAVE-ACESSO   TO NFH-CHAVE-ACESSO            00003100
                 MOVE NFR-PROTOCOLO      TO NFH-PROTOCOLO               00003110
                 MOVE WRK-DATA-AUTORIZ   TO NFH-DATA-AUTORIZACAO        00003120
                 MOVE SPACES             TO NFH-MOTIVO-REJEICAO         00003130
             ELSE                                                       00003140
                 SET NFH-NFE-REJEITADA   TO TRUE                        00003150
                 MOVE SPACES             TO NFH-CHAVE-ACESSO            00003160
                 MOVE SPACES             TO NFH-PROTOCOLO               00003170
                 MOVE ZEROS              TO NFH-DATA-AUTORIZACAO        00003180
                 MOVE NFR-MOTIVO         TO NFH-MOTIVO-REJEICAO         00003190
             END-IF.                                                    00003200
             REWRITE CPNFH01-REGISTRO.                                  00003210
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00003220
                 MOVE ' ERRO REWRITE HISTORICO DE NOTAS ' TO WRK-MSG    00003230
                 PERFORM 9000-TRATA-ERROS                               00003240
             END-IF.                                                    00003250
             ADD 1 TO WRK-CONT-LINHAS.                                  00003260
             PERFORM 0222-LER-LINHA-NOTA.                               00003270
      *---------------------------------------------------              00003280
       0260-LISTAR-DETALHE                SECTION.                      00003290
             IF NFR-NUM-NOTA NUMERIC                                    00003300
                 MOVE NFR-NUM-NOTA TO WRK-DET-NOTA                      00003310
             ELSE                                                       00003320
                 MOVE ZEROS TO WRK-DET-NOTA                             00003330
             END-IF.                                                    00003340
             MOVE NFR-SITUACAO     TO WRK-DET-SIT-NFE.                  00003350
             MOVE NFR-CHAVE-ACESSO TO WRK-DET-CHAVE.                    00003360
             MOVE NFR-PROTOCOLO    TO WRK-DET-PROTOCOLO.                00003370
             MOVE NFR-MOTIVO       TO WRK-DET-MOTIVO.                   00003380
             WRITE REL-LINHA FROM WRK-DETALHE.                          00003390
      *---------------------------------------------------              00003400
       0300-FINALIZAR                     SECTION.                      00003410
             PERFORM 0330-CONFERIR-TRAILER.                             00003420
             PERFORM 0310-GRAVA-CONTROLE.                               00003430
             MOVE WRK-CONT-LIDOS                                        00003440
                 TO WRK-STT-REGISTROS.                                  00003450
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00003460
             CLOSE RETORNO-NFE.                                         00003470
             CLOSE NOTAHIST.                                            00003480
             CLOSE RELRET.                                              00003490
             CLOSE CONTROLE.                                            00003500
             DISPLAY '------------------'.                              00003510
             DISPLAY '  DETALHES LIDOS....: ' WRK-CONT-LIDOS.           00003520
             DISPLAY '  AUTORIZADAS.......: ' WRK-CONT-AUTORIZADAS.     00003530
             DISPLAY '  REJEITADAS........: ' WRK-CONT-REJEITADAS.      00003540
             DISPLAY '  NAO CASADOS.......: ' WRK-CONT-NAO-CASADOS.     00003550
             DISPLAY '  JA AUTORIZADAS....: ' WRK-CONT-IGNORADOS.       00003560
             DISPLAY '  LINHAS ATUALIZADAS: ' WRK-CONT-LINHAS.          00003570
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003580
             PERFORM 9000-TRATA-ERROS.                                  00003590
      *---------------------------------------------------              00003600
       0330-CONFERIR-TRAILER              SECTION.                      00003610
      *    CONFERE A CONTAGEM DO TRAILER DO RETORNO - AUSENCIA DE       00003620
      *    TRAILER OU CONTAGEM DIFERENTE ENCERRA COM RC=12              00003630
      *---------------------------------------------------              00003640
             IF WRK-TRAILER-AUSENTE                                     00003650
                 MOVE 12 TO RETURN-CODE                                 00003660
                 MOVE ' ERRO RETORNO SEM TRAILER ' TO WRK-MSG           00003670
                 PERFORM 9000-TRATA-ERROS                               00003680
             END-IF.                                                    00003690
             IF WRK-QTD-TRAILER NOT EQUAL WRK-CONT-LIDOS                00003700
                 DISPLAY ' TRAILER: ' WRK-QTD-TRAILER                   00003710
                         ' LIDOS: ' WRK-CONT-LIDOS                      00003720
                 MOVE 12 TO RETURN-CODE                                 00003730
                 MOVE ' ERRO CONTAGEM DO RETORNO NAO CONFERE '          00003740
                     TO WRK-MSG                                         00003750
                 PERFORM 9000-TRATA-ERROS                               00003760
             END-IF.                                                    00003770
      *---------------------------------------------------              00003780
       0310-GRAVA-CONTROLE                SECTION.                      00003790
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00003800
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00003810
      *---------------------------------------------------              00003820
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00003830
             MOVE SPACES              TO CTL-DATA-HORA.                 00003840
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00003850
             MOVE WRK-CONT-AUTORIZADAS TO CTL-QTD-GRAVADOS.             00003860
             MOVE WRK-CONT-NAO-CASADOS TO CTL-QTD-REJEITADOS.           00003870
             MOVE WRK-CONT-IGNORADOS  TO CTL-QTD-DUPLICADOS.            00003880
             MOVE WRK-CONT-REJEITADAS TO CTL-QTD-FILTRADOS.             00003890
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00003900
             MOVE ZERO                TO CTL-QTD-FONTES.                00003910
             WRITE CPCTRL01-REGISTRO.                                   00003920
      *---------------------------------------------------              00003930
       9000-TRATA-ERROS                   SECTION.                      00003940
      *---------------------------------------------------              00003950
             PERFORM 9050-GRAVAR-ERRLOG.                                00003960
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00003970
             STOP RUN.                                                  00003980
      *--------------------------------------------------------------   00003990
       9000-99-FIM.            EXIT.                                    00004000
      *--------------------------------------------------------------   00004010
