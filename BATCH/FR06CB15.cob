      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB15.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: RELATORIO DIARIO DAS NOTAS SEM AUTORIZACAO        00000120
      *               DA NF-E. PERCORRE O HISTORICO DE NOTAS            00000130
      *               (CPNFH01) E LISTA CADA NOTA AINDA PENDENTE        00000140
      *               DE AUTORIZACAO OU REJEITADA PELA SEFAZ            00000150
      *               (RETORNO PROCESSADO PELA FR06CB14), COM O         00000160
      *               CLIENTE, O VALOR DA NOTA E O MOTIVO DA            00000170
      *               REJEICAO - A EXPEDICAO NAO DEVE EMBARCAR          00000180
      *               AS NOTAS LISTADAS. NOTA AUTORIZADA E NOTA         00000190
      *               ANTERIOR A NF-E (SITUACAO EM BRANCO) NAO          00000200
      *               SAEM NO RELATORIO                                 00000210
      *-------------------------------------------------------*         00000220
      *     HISTORICO DE ALTERACOES                                     00000230
      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000260
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000270
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000280
      *                         SAI NO RELATORIO DE PENDENTES           00000290
      *=======================================================*         00000300
                                                                        00000310
      *=======================================================*         00000320
       ENVIRONMENT                               DIVISION.              00000330
      *=======================================================*         00000340
       INPUT-OUTPUT                              SECTION.               00000350
       FILE-CONTROL.                                                    00000360
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000370
                ORGANIZATION IS INDEXED                                 00000380
                ACCESS MODE  IS SEQUENTIAL                              00000390
                RECORD KEY   IS NFH-CHAVE                               00000400
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000410
                                                                        00000420
             SELECT RELPEND  ASSIGN TO ARQRPT                           00000430
                FILE STATUS  IS WRK-FS-RELPEND.                         00000440
                                                                        00000450
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS DYNAMIC                                 00000480
                RECORD KEY   IS CAL-DATA                                00000490
                FILE STATUS  IS WRK-FS-CALEND.                          00000500
                                                                        00000510
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000520
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000530
                                                                        00000540
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000550
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000560
      *=======================================================*         00000570
       DATA                                      DIVISION.              00000580
      *=======================================================*         00000590
       FILE                                      SECTION.               00000600
       FD NOTAHIST.                                                     00000610
           COPY CPNFH01.                                                00000620
                                                                        00000630
       FD RELPEND                                                       00000640
           RECORDING MODE IS F                                          00000650
           BLOCK CONTAINS 0 RECORDS.                                    00000660
       01 REL-LINHA                    PIC X(132).                      00000670
                                                                        00000680
       FD CALENDARIO.                                                   00000690
           COPY CPCAL01.                                                00000700
                                                                        00000710
       FD ERRLOG.                                                       00000720
           COPY CPERRL01.                                               00000730
                                                                        00000740
       FD ESTATIS                                                       00000750
           RECORDING MODE IS F                                          00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
           COPY CPSTA01.                                                00000780
      *---------------------------------------------------              00000790
       WORKING-STORAGE                           SECTION.               00000800
      *---------------------------------------------------              00000810
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00000820
       77 WRK-FS-RELPEND      PIC X(02) VALUE SPACES.                   00000830
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000840
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000850
       77 WRK-CONT-NOTAS      PIC 9(09) COMP VALUE ZERO.                00000860
       77 WRK-CONT-PENDENTES  PIC 9(09) COMP VALUE ZERO.                00000870
       77 WRK-CONT-REJEITADAS PIC 9(09) COMP VALUE ZERO.                00000880
       77 WRK-TOT-RETIDO      PIC 9(11)V99 COMP-3 VALUE ZERO.           00000890
      *---------------------------------------------------              00000900
      *    NOTA EM ACUMULACAO - QUEBRA PELO NUMERO DA NOTA              00000910
      *---------------------------------------------------              00000920
       77 WRK-NOTA-ATUAL      PIC 9(05) VALUE ZERO.                     00000930
       77 WRK-NOTA-VALOR      PIC 9(11)V99 COMP-3 VALUE ZERO.           00000940
       01 WRK-NOTA-IMAGEM.                                              00000950
          05 WRK-NOTA-DATA        PIC 9(08).                            00000960
          05 WRK-NOTA-PEDIDO      PIC 9(05).                            00000970
          05 WRK-NOTA-CLI-ID      PIC 9(05).                            00000980
          05 WRK-NOTA-CLI-NOME    PIC X(30).                            00000990
          05 WRK-NOTA-SIT-NFE     PIC X(01).                            00001000
             88 WRK-NOTA-PENDENTE          VALUE 'P'.                   00001010
             88 WRK-NOTA-REJEITADA         VALUE 'R'.                   00001020
          05 WRK-NOTA-MOTIVO      PIC X(03).                            00001030
      *---------------------------------------------------              00001040
      *    LINHAS DO RELATORIO                                          00001050
      *---------------------------------------------------              00001060
       01 WRK-SEPARA.                                                   00001070
          05 FILLER PIC X(100) VALUE ALL '='.                           00001080
                                                                        00001090
       01 WRK-CABEC1.                                                   00001100
          05 FILLER               PIC X(40) VALUE                       00001110
             'NOTAS NAO AUTORIZADAS - NAO EXPEDIR'.                     00001120
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001130
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001140
                                                                        00001150
       01 WRK-CABEC2.                                                   00001160
          05 FILLER               PIC X(50) VALUE                       00001170
             'NOTA  EMISSAO   PEDIDO CLIENTE NOME'.                     00001180
          05 FILLER               PIC X(50) VALUE                       00001190
             '             SITUACAO  MOT         VALOR'.                00001200
                                                                        00001210
       01 WRK-DETALHE.                                                  00001220
          05 WRK-DET-NOTA         PIC 9(05).                            00001230
          05 FILLER               PIC X(01) VALUE SPACES.               00001240
          05 WRK-DET-DATA         PIC 9(08).                            00001250
          05 FILLER               PIC X(02) VALUE SPACES.               00001260
          05 WRK-DET-PEDIDO       PIC 9(05).                            00001270
          05 FILLER               PIC X(02) VALUE SPACES.               00001280
          05 WRK-DET-CLI-ID       PIC 9(05).                            00001290
          05 FILLER               PIC X(03) VALUE SPACES.               00001300
          05 WRK-DET-CLI-NOME     PIC X(30).                            00001310
          05 FILLER               PIC X(01) VALUE SPACES.               00001320
          05 WRK-DET-SITUACAO     PIC X(09).                            00001330
          05 FILLER               PIC X(01) VALUE SPACES.               00001340
          05 WRK-DET-MOTIVO       PIC X(03).                            00001350
          05 FILLER               PIC X(01) VALUE SPACES.               00001360
          05 WRK-DET-VALOR        PIC Z(9)9.99.                         00001370
                                                                        00001380
       01 WRK-TOTAIS.                                                   00001390
          05 FILLER               PIC X(12) VALUE 'PENDENTES: '.        00001400
          05 WRK-TOT-PENDENTES    PIC Z(6)9.                            00001410
          05 FILLER               PIC X(15) VALUE '  REJEITADAS: '.     00001420
          05 WRK-TOT-REJEITADAS   PIC Z(6)9.                            00001430
          05 FILLER               PIC X(17) VALUE '  VALOR RETIDO: '.   00001440
          05 WRK-TOT-VALOR        PIC Z(10)9.99.                        00001450
       COPY CPCAB01.                                                    00001460
       COPY CPERR01.                                                    00001470
       COPY CPDTA01.                                                    00001480
       COPY CPSTT01.                                                    00001490
      *=========================================*                       00001500
       PROCEDURE DIVISION.                                              00001510
      *=========================================*                       00001520
                                                                        00001530
      *---------------------------------------------------              00001540
       0000-PRINCIPAL                     SECTION.                      00001550
      *---------------------------------------------------              00001560
             PERFORM 0100-INICIAR.                                      00001570
             PERFORM 0200-PROCESSAR                                     00001580
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00001590
             PERFORM 0300-FINALIZAR.                                    00001600
      *---------------------------------------------------              00001610
       0000-99-FIM.            EXIT.                                    00001620
      *---------------------------------------------------              00001630
                                                                        00001640
       0100-INICIAR                       SECTION.                      00001650
             MOVE 'FR06CB15' TO WRK-CAB-PROGRAMA.                       00001660
             PERFORM 0101-CABECALHO-PADRAO.                             00001670
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001680
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001690
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001700
             OPEN INPUT NOTAHIST.                                       00001710
             OPEN OUTPUT RELPEND.                                       00001720
             PERFORM 0110-TESTAR-STATUS.                                00001730
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00001740
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001750
             WRITE REL-LINHA FROM WRK-SEPARA.                           00001760
             WRITE REL-LINHA FROM WRK-CABEC2.                           00001770
      *---------------------------------------------------              00001780
       0100-99-FIM.            EXIT.                                    00001790
      *---------------------------------------------------              00001800
           COPY CPCAB02.                                                00001810
           COPY CPERR02.                                                00001820
           COPY CPDTA02.                                                00001830
           COPY CPSTT02.                                                00001840
      *---------------------------------------------------              00001850
       0110-TESTAR-STATUS                 SECTION.                      00001860
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00001870
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00001880
                 PERFORM 9000-TRATA-ERROS                               00001890
             END-IF.                                                    00001900
             IF WRK-FS-RELPEND NOT EQUAL ZEROS                          00001910
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00001920
                 PERFORM 9000-TRATA-ERROS                               00001930
             END-IF.                                                    00001940
      *---------------------------------------------------              00001950
       0200-PROCESSAR                     SECTION.                      00001960
             READ NOTAHIST NEXT RECORD.                                 00001970
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00001980
                 ADD 1 TO WRK-CONT-LIDOS                                00001990
                 IF NFH-NUMERO NOT EQUAL WRK-NOTA-ATUAL                 00002000
                     PERFORM 0220-FECHAR-NOTA                           00002010
                     PERFORM 0210-ABRIR-NOTA                            00002020
                 END-IF                                                 00002030
                 ADD NFH-VALOR-TOTAL TO WRK-NOTA-VALOR                  00002040
             END-IF.                                                    00002050
      *---------------------------------------------------              00002060
       0210-ABRIR-NOTA                    SECTION.                      00002070
      *    PRIMEIRA LINHA DA NOTA - GUARDA O CABECALHO E A              00002080
      *    SITUACAO DA NF-E, REPETIDA EM TODAS AS LINHAS. NOTA          00002090
      *    CANCELADA NAO SERA EXPEDIDA E NAO SAI NO RELATORIO           00002100
      *---------------------------------------------------              00002110
             ADD 1 TO WRK-CONT-NOTAS.                                   00002120
             MOVE NFH-NUMERO          TO WRK-NOTA-ATUAL.                00002130
             MOVE ZEROS               TO WRK-NOTA-VALOR.                00002140
             MOVE NFH-DATA-EMISSAO    TO WRK-NOTA-DATA.                 00002150
             MOVE NFH-PED-NUMERO      TO WRK-NOTA-PEDIDO.               00002160
             MOVE NFH-CLI-ID          TO WRK-NOTA-CLI-ID.               00002170
             MOVE NFH-CLI-NOME        TO WRK-NOTA-CLI-NOME.             00002180
             MOVE NFH-SIT-NFE         TO WRK-NOTA-SIT-NFE.              00002190
             MOVE NFH-MOTIVO-REJEICAO TO WRK-NOTA-MOTIVO.               00002200
             IF NFH-NOTA-CANCELADA                                      00002210
                 MOVE SPACE           TO WRK-NOTA-SIT-NFE               00002220
             END-IF.                                                    00002230
      *---------------------------------------------------              00002240
       0220-FECHAR-NOTA                   SECTION.                      00002250
      *    NOTA COMPLETA - LISTA SE AINDA PENDENTE DE AUTORIZACAO       00002260
      *    OU REJEITADA; AUTORIZADA OU ANTERIOR A NF-E NAO SAI          00002270
      *---------------------------------------------------              00002280
             IF WRK-NOTA-ATUAL EQUAL ZEROS                              00002290
                 GO TO 0220-99-FIM                                      00002300
             END-IF.                                                    00002310
             IF NOT WRK-NOTA-PENDENTE AND NOT WRK-NOTA-REJEITADA        00002320
                 GO TO 0220-99-FIM                                      00002330
             END-IF.                                                    00002340
             IF WRK-NOTA-PENDENTE                                       00002350
                 ADD 1 TO WRK-CONT-PENDENTES                            00002360
                 MOVE 'PENDENTE'  TO WRK-DET-SITUACAO                   00002370
                 MOVE SPACES      TO WRK-DET-MOTIVO                     00002380
             ELSE                                                       00002390
                 ADD 1 TO WRK-CONT-REJEITADAS                           00002400
                 MOVE 'REJEITADA' TO WRK-DET-SITUACAO                   00002410
                 MOVE WRK-NOTA-MOTIVO TO WRK-DET-MOTIVO                 00002420
             END-IF.                                                    00002430
             ADD WRK-NOTA-VALOR       TO WRK-TOT-RETIDO.                00002440
             MOVE WRK-NOTA-ATUAL      TO WRK-DET-NOTA.                  00002450
             MOVE WRK-NOTA-DATA       TO WRK-DET-DATA.                  00002460
             MOVE WRK-NOTA-PEDIDO     TO WRK-DET-PEDIDO.                00002470
             MOVE WRK-NOTA-CLI-ID     TO WRK-DET-CLI-ID.                00002480
             MOVE WRK-NOTA-CLI-NOME   TO WRK-DET-CLI-NOME.              00002490
             MOVE WRK-NOTA-VALOR      TO WRK-DET-VALOR.                 00002500
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002510
       0220-99-FIM.            EXIT.                                    00002520
      *---------------------------------------------------              00002530
       0300-FINALIZAR                     SECTION.                      00002540
             PERFORM 0220-FECHAR-NOTA.                                  00002550
             MOVE WRK-CONT-PENDENTES  TO WRK-TOT-PENDENTES.             00002560
             MOVE WRK-CONT-REJEITADAS TO WRK-TOT-REJEITADAS.            00002570
             MOVE WRK-TOT-RETIDO      TO WRK-TOT-VALOR.                 00002580
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002590
             WRITE REL-LINHA FROM WRK-TOTAIS.                           00002600
             MOVE WRK-CONT-LIDOS                                        00002610
                 TO WRK-STT-REGISTROS.                                  00002620
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00002630
             CLOSE NOTAHIST.                                            00002640
             CLOSE RELPEND.                                             00002650
             DISPLAY '------------------'.                              00002660
             DISPLAY '  LINHAS LIDAS......: ' WRK-CONT-LIDOS.           00002670
             DISPLAY '  NOTAS LIDAS.......: ' WRK-CONT-NOTAS.           00002680
             DISPLAY '  PENDENTES.........: ' WRK-CONT-PENDENTES.       00002690
             DISPLAY '  REJEITADAS........: ' WRK-CONT-REJEITADAS.      00002700
             DISPLAY '  VALOR RETIDO......: ' WRK-TOT-RETIDO.           00002710
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00002720
             PERFORM 9000-TRATA-ERROS.                                  00002730
      *---------------------------------------------------              00002740
       9000-TRATA-ERROS                   SECTION.                      00002750
      *---------------------------------------------------              00002760
             PERFORM 9050-GRAVAR-ERRLOG.                                00002770
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00002780
             STOP RUN.                                                  00002790
      *--------------------------------------------------------------   00002800
       9000-99-FIM.            EXIT.                                    00002810
      *--------------------------------------------------------------   00002820
