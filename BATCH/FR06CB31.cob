      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB31.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: RELATORIO DOS LANCAMENTOS DESVIADOS DE            00000120
      *               PERIODO CONTABIL FECHADO. PERCORRE O              00000130
      *               ARQUIVO DE DESVIOS (CPDSV01) GRAVADO PELOS        00000140
      *               PROGRAMAS DE POSTAGEM (CPPER03) E LISTA OS        00000150
      *               LANCAMENTOS DA DATA DE REFERENCIA (CARTAO         00000160
      *               AAAAMMDD DA SYSIN; SEM CARTAO, VALE A DATA        00000170
      *               DE NEGOCIO) COM O PROGRAMA, A DATA ORIGINAL,      00000180
      *               A DATA EM QUE FOI LANCADO, O DOCUMENTO E O        00000190
      *               VALOR. SEM O ARQUIVO DE DESVIOS (FILE             00000200
      *               STATUS 35) O RELATORIO SAI VAZIO                  00000210
      *-------------------------------------------------------*         00000220
      *     HISTORICO DE ALTERACOES                                     00000230
      *     DATA        AUTOR   DESCRICAO                               00000240
      *     ----------  ------  --------------------------------        00000250
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000260
      *=======================================================*         00000270
                                                                        00000280
      *=======================================================*         00000290
       ENVIRONMENT                               DIVISION.              00000300
      *=======================================================*         00000310
       INPUT-OUTPUT                              SECTION.               00000320
       FILE-CONTROL.                                                    00000330
             SELECT DESVIO   ASSIGN TO ARQDSV                           00000340
                FILE STATUS  IS WRK-FS-DESVIO.                          00000350
                                                                        00000360
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000370
                FILE STATUS  IS WRK-FS-SYSIN.                           00000380
                                                                        00000390
             SELECT RELDSV   ASSIGN TO ARQRPT                           00000400
                FILE STATUS  IS WRK-FS-RELDSV.                          00000410
                                                                        00000420
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000430
                ORGANIZATION IS INDEXED                                 00000440
                ACCESS MODE  IS DYNAMIC                                 00000450
                RECORD KEY   IS CAL-DATA                                00000460
                FILE STATUS  IS WRK-FS-CALEND.                          00000470
                                                                        00000480
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000490
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000500
                                                                        00000510
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000520
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000530
      *=======================================================*         00000540
       DATA                                      DIVISION.              00000550
      *=======================================================*         00000560
       FILE                                      SECTION.               00000570
       FD DESVIO                                                        00000580
           RECORDING MODE IS F                                          00000590
           BLOCK CONTAINS 0 RECORDS.                                    00000600
           COPY CPDSV01.                                                00000610
                                                                        00000620
       FD ENTRADA-SYSIN                                                 00000630
           RECORDING MODE IS F                                          00000640
           BLOCK CONTAINS 0 RECORDS.                                    00000650
       01 SYSIN-REGISTRO               PIC X(008).                      00000660
                                                                        00000670
       FD RELDSV                                                        00000680
           RECORDING MODE IS F                                          00000690
           BLOCK CONTAINS 0 RECORDS.                                    00000700
       01 REL-LINHA                    PIC X(132).                      00000710
                                                                        00000720
       FD CALENDARIO.                                                   00000730
           COPY CPCAL01.                                                00000740
                                                                        00000750
       FD ERRLOG.                                                       00000760
           COPY CPERRL01.                                               00000770
                                                                        00000780
       FD ESTATIS                                                       00000790
           RECORDING MODE IS F                                          00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
           COPY CPSTA01.                                                00000820
      *---------------------------------------------------              00000830
       WORKING-STORAGE                           SECTION.               00000840
      *---------------------------------------------------              00000850
       77 WRK-FS-DESVIO       PIC X(02) VALUE SPACES.                   00000860
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00000870
       77 WRK-FS-RELDSV       PIC X(02) VALUE SPACES.                   00000880
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000890
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.                     00000900
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000910
       77 WRK-CONT-LISTADOS   PIC 9(09) COMP VALUE ZERO.                00000920
       77 WRK-TOT-DESVIADO    PIC S9(11)V99 COMP-3 VALUE ZERO.          00000930
      *---------------------------------------------------              00000940
      *    LINHAS DO RELATORIO                                          00000950
      *---------------------------------------------------              00000960
       01 WRK-SEPARA.                                                   00000970
          05 FILLER PIC X(90) VALUE ALL '='.                            00000980
                                                                        00000990
       01 WRK-CABEC1.                                                   00001000
          05 FILLER               PIC X(40) VALUE                       00001010
             'LANCAMENTOS DESVIADOS DE PERIODO FECHADO'.                00001020
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00001030
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001040
                                                                        00001050
       01 WRK-CABEC2.                                                   00001060
          05 FILLER               PIC X(50) VALUE                       00001070
             'PROGRAMA  DATA ORIG  LANCADO   DOCUMENTO'.                00001080
          05 FILLER               PIC X(40) VALUE                       00001090
             '                    VALOR'.                               00001100
                                                                        00001110
       01 WRK-DETALHE.                                                  00001120
          05 WRK-DET-PROGRAMA     PIC X(08).                            00001130
          05 FILLER               PIC X(02) VALUE SPACES.               00001140
          05 WRK-DET-DATA-ORIG    PIC 9(08).                            00001150
          05 FILLER               PIC X(02) VALUE SPACES.               00001160
          05 WRK-DET-DATA-LANC    PIC 9(08).                            00001170
          05 FILLER               PIC X(02) VALUE SPACES.               00001180
          05 WRK-DET-DOCUMENTO    PIC X(20).                            00001190
          05 FILLER               PIC X(01) VALUE SPACES.               00001200
          05 WRK-DET-VALOR        PIC -(10)9.99.                        00001210
                                                                        00001220
       01 WRK-TOTAIS.                                                   00001230
          05 FILLER               PIC X(13) VALUE 'LANCAMENTOS: '.      00001240
          05 WRK-TOT-LISTADOS     PIC Z(6)9.                            00001250
          05 FILLER               PIC X(18) VALUE                       00001260
             '  VALOR DESVIADO: '.                                      00001270
          05 WRK-TOT-VALOR        PIC -(10)9.99.                        00001280
       COPY CPCAB01.                                                    00001290
       COPY CPERR01.                                                    00001300
       COPY CPDTA01.                                                    00001310
       COPY CPSTT01.                                                    00001320
      *=========================================*                       00001330
       PROCEDURE DIVISION.                                              00001340
      *=========================================*                       00001350
                                                                        00001360
      *---------------------------------------------------              00001370
       0000-PRINCIPAL                     SECTION.                      00001380
      *---------------------------------------------------              00001390
             PERFORM 0100-INICIAR.                                      00001400
             PERFORM 0200-PROCESSAR                                     00001410
                 UNTIL WRK-FS-DESVIO NOT EQUAL ZEROS.                   00001420
             PERFORM 0300-FINALIZAR.                                    00001430
      *---------------------------------------------------              00001440
       0000-99-FIM.            EXIT.                                    00001450
      *---------------------------------------------------              00001460
                                                                        00001470
       0100-INICIAR                       SECTION.                      00001480
             MOVE 'FR06CB31' TO WRK-CAB-PROGRAMA.                       00001490
             PERFORM 0101-CABECALHO-PADRAO.                             00001500
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001510
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001520
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001530
             OPEN INPUT ENTRADA-SYSIN.                                  00001540
             OPEN OUTPUT RELDSV.                                        00001550
             PERFORM 0110-TESTAR-STATUS.                                00001560
             PERFORM 0105-ABRIR-DESVIOS.                                00001570
             PERFORM 0107-LER-DATA-REFERENCIA.                          00001580
             MOVE WRK-DATA-REFERENCIA TO WRK-CAB-DATA-REF.              00001590
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001600
             WRITE REL-LINHA FROM WRK-SEPARA.                           00001610
             WRITE REL-LINHA FROM WRK-CABEC2.                           00001620
      *---------------------------------------------------              00001630
       0100-99-FIM.            EXIT.                                    00001640
      *---------------------------------------------------              00001650
           COPY CPCAB02.                                                00001660
           COPY CPERR02.                                                00001670
           COPY CPDTA02.                                                00001680
           COPY CPSTT02.                                                00001690
      *---------------------------------------------------              00001700
       0105-ABRIR-DESVIOS                 SECTION.                      00001710
      *    ABRE O ARQUIVO DE DESVIOS - AINDA NAO CRIADO POR             00001720
      *    NENHUM PROGRAMA DE POSTAGEM (FILE STATUS 35), NAO HOUVE      00001730
      *    DESVIO: O RELATORIO SAI VAZIO, COM AVISO NO SYSOUT           00001740
      *---------------------------------------------------              00001750
             OPEN INPUT DESVIO.                                         00001760
             IF WRK-FS-DESVIO EQUAL '35'                                00001770
                 DISPLAY ' AVISO: SEM ARQUIVO DE DESVIOS - '            00001780
                         'NENHUM LANCAMENTO DESVIADO'                   00001790
             ELSE                                                       00001800
                 IF WRK-FS-DESVIO NOT EQUAL ZEROS                       00001810
                     MOVE ' ERRO OPEN ARQUIVO DE DESVIOS '              00001820
                         TO WRK-MSG                                     00001830
                     PERFORM 9000-TRATA-ERROS                           00001840
                 END-IF                                                 00001850
             END-IF.                                                    00001860
      *---------------------------------------------------              00001870
       0107-LER-DATA-REFERENCIA           SECTION.                      00001880
      *    LE O CARTAO OPCIONAL COM A DATA DE REFERENCIA                00001890
      *    (AAAAMMDD) - SEM CARTAO (OU NAO NUMERICO), VALE A DATA       00001900
      *    DE NEGOCIO                                                   00001910
      *---------------------------------------------------              00001920
             READ ENTRADA-SYSIN INTO WRK-DATA-REFERENCIA.               00001930
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00001940
                OR WRK-DATA-REFERENCIA NOT NUMERIC                      00001950
                OR WRK-DATA-REFERENCIA EQUAL ZEROS                      00001960
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-REFERENCIA           00001970
             END-IF.                                                    00001980
             CLOSE ENTRADA-SYSIN.                                       00001990
      *---------------------------------------------------              00002000
       0110-TESTAR-STATUS                 SECTION.                      00002010
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002020
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002030
                 PERFORM 9000-TRATA-ERROS                               00002040
             END-IF.                                                    00002050
             IF WRK-FS-RELDSV NOT EQUAL ZEROS                           00002060
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002070
                 PERFORM 9000-TRATA-ERROS                               00002080
             END-IF.                                                    00002090
      *---------------------------------------------------              00002100
       0200-PROCESSAR                     SECTION.                      00002110
             READ DESVIO.                                               00002120
             IF WRK-FS-DESVIO NOT EQUAL ZEROS                           00002130
                 GO TO 0200-99-FIM                                      00002140
             END-IF.                                                    00002150
             ADD 1 TO WRK-CONT-LIDOS.                                   00002160
             IF DSV-DATA-ORIGINAL NOT EQUAL WRK-DATA-REFERENCIA         00002170
                 GO TO 0200-99-FIM                                      00002180
             END-IF.                                                    00002190
             ADD 1 TO WRK-CONT-LISTADOS.                                00002200
             ADD DSV-VALOR            TO WRK-TOT-DESVIADO.              00002210
             MOVE DSV-PROGRAMA        TO WRK-DET-PROGRAMA.              00002220
             MOVE DSV-DATA-ORIGINAL   TO WRK-DET-DATA-ORIG.             00002230
             MOVE DSV-DATA-LANCAMENTO TO WRK-DET-DATA-LANC.             00002240
             MOVE DSV-DOCUMENTO       TO WRK-DET-DOCUMENTO.             00002250
             MOVE DSV-VALOR           TO WRK-DET-VALOR.                 00002260
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002270
       0200-99-FIM.            EXIT.                                    00002280
      *---------------------------------------------------              00002290
       0300-FINALIZAR                     SECTION.                      00002300
             MOVE WRK-CONT-LISTADOS   TO WRK-TOT-LISTADOS.              00002310
             MOVE WRK-TOT-DESVIADO    TO WRK-TOT-VALOR.                 00002320
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002330
             WRITE REL-LINHA FROM WRK-TOTAIS.                           00002340
             MOVE WRK-CONT-LIDOS                                        00002350
                 TO WRK-STT-REGISTROS.                                  00002360
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00002370
             IF WRK-FS-DESVIO NOT EQUAL '35'                            00002380
                 CLOSE DESVIO                                           00002390
             END-IF.                                                    00002400
             CLOSE RELDSV.                                              00002410
             DISPLAY '------------------'.                              00002420
             DISPLAY '  DESVIOS LIDOS.....: ' WRK-CONT-LIDOS.           00002430
             DISPLAY '  LISTADOS NA DATA..: ' WRK-CONT-LISTADOS.        00002440
             DISPLAY '  VALOR DESVIADO....: ' WRK-TOT-DESVIADO.         00002450
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00002460
             PERFORM 9000-TRATA-ERROS.                                  00002470
      *---------------------------------------------------              00002480
       9000-TRATA-ERROS                   SECTION.                      00002490
      *---------------------------------------------------              00002500
             PERFORM 9050-GRAVAR-ERRLOG.                                00002510
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00002520
             STOP RUN.                                                  00002530
      *--------------------------------------------------------------   00002540
       9000-99-FIM.            EXIT.                                    00002550
      *--------------------------------------------------------------   00002560
