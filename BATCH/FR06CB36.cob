      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB36.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: LOG DIARIO DE TRANSMISSAO DAS INTERFACES DE       00000120
      *               SAIDA. PERCORRE O MANIFESTO (CPMNF01) E           00000130
      *               LISTA TODAS AS GERACOES DA DATA DE REFERENCIA     00000140
      *               (CARTAO AAAAMMDD DA SYSIN; SEM CARTAO, VALE A     00000150
      *               DATA DE NEGOCIO): INTERFACE, GERACAO,             00000160
      *               PROGRAMA GERADOR, QTD DE REGISTROS, HASH DE       00000170
      *               VALOR, MOMENTO DO REGISTRO, SITUACAO              00000180
      *               (GERADA, TRANSMITIDA OU RECUSADA) COM O           00000190
      *               MOMENTO DA LIBERACAO (FR06CB35) E O MOTIVO        00000200
      *               DA RECUSA. TOTALIZA POR SITUACAO. SEM O           00000210
      *               MANIFESTO (FILE STATUS 35) O LOG SAI VAZIO        00000220
      *-------------------------------------------------------*         00000230
      *     HISTORICO DE ALTERACOES                                     00000240
      *     DATA        AUTOR   DESCRICAO                               00000250
      *     ----------  ------  --------------------------------        00000260
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000270
      *=======================================================*         00000280
                                                                        00000290
      *=======================================================*         00000300
       ENVIRONMENT                               DIVISION.              00000310
      *=======================================================*         00000320
       INPUT-OUTPUT                              SECTION.               00000330
       FILE-CONTROL.                                                    00000340
             SELECT MANIFESTO ASSIGN TO ARQMNF                          00000350
                ORGANIZATION IS INDEXED                                 00000360
                ACCESS MODE  IS SEQUENTIAL                              00000370
                RECORD KEY   IS MNF-CHAVE                               00000380
                FILE STATUS  IS WRK-FS-MANIFESTO.                       00000390
                                                                        00000400
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000410
                FILE STATUS  IS WRK-FS-SYSIN.                           00000420
                                                                        00000430
             SELECT RELTRX   ASSIGN TO ARQRPT                           00000440
                FILE STATUS  IS WRK-FS-RELTRX.                          00000450
                                                                        00000460
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE  IS DYNAMIC                                 00000490
                RECORD KEY   IS CAL-DATA                                00000500
                FILE STATUS  IS WRK-FS-CALEND.                          00000510
                                                                        00000520
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000530
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000540
                                                                        00000550
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000560
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000570
      *=======================================================*         00000580
       DATA                                      DIVISION.              00000590
      *=======================================================*         00000600
       FILE                                      SECTION.               00000610
       FD MANIFESTO.                                                    00000620
           COPY CPMNF01.                                                00000630
                                                                        00000640
       FD ENTRADA-SYSIN                                                 00000650
           RECORDING MODE IS F                                          00000660
           BLOCK CONTAINS 0 RECORDS.                                    00000670
       01 SYSIN-REGISTRO               PIC X(008).                      00000680
                                                                        00000690
       FD RELTRX                                                        00000700
           RECORDING MODE IS F                                          00000710
           BLOCK CONTAINS 0 RECORDS.                                    00000720
       01 REL-LINHA                    PIC X(132).                      00000730
                                                                        00000740
       FD CALENDARIO.                                                   00000750
           COPY CPCAL01.                                                00000760
                                                                        00000770
       FD ERRLOG.                                                       00000780
           COPY CPERRL01.                                               00000790
                                                                        00000800
       FD ESTATIS                                                       00000810
           RECORDING MODE IS F                                          00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
           COPY CPSTA01.                                                00000840
      *---------------------------------------------------              00000850
       WORKING-STORAGE                           SECTION.               00000860
      *---------------------------------------------------              00000870
       77 WRK-FS-MANIFESTO    PIC X(02) VALUE SPACES.                   00000880
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00000890
       77 WRK-FS-RELTRX       PIC X(02) VALUE SPACES.                   00000900
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000910
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.                     00000920
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000930
       77 WRK-CONT-LISTADOS   PIC 9(09) COMP VALUE ZERO.                00000940
       77 WRK-CONT-GERADAS    PIC 9(09) COMP VALUE ZERO.                00000950
       77 WRK-CONT-TRANSMITIDAS PIC 9(09) COMP VALUE ZERO.              00000960
       77 WRK-CONT-RECUSADAS  PIC 9(09) COMP VALUE ZERO.                00000970
      *---------------------------------------------------              00000980
      *    LINHAS DO RELATORIO                                          00000990
      *---------------------------------------------------              00001000
       01 WRK-SEPARA.                                                   00001010
          05 FILLER PIC X(130) VALUE ALL '='.                           00001020
                                                                        00001030
       01 WRK-CABEC1.                                                   00001040
          05 FILLER               PIC X(38) VALUE                       00001050
             'LOG DIARIO DE TRANSMISSAO DE INTERFACE'.                  00001060
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00001070
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001080
                                                                        00001090
       01 WRK-CABEC2.                                                   00001100
          05 FILLER               PIC X(50) VALUE                       00001110
             'INTERFACE GER PROGRAMA REGISTROS            HASH '.       00001120
          05 FILLER               PIC X(50) VALUE                       00001130
             'REGISTRADO EM  SITUACAO    SITUACAO EM    MOTIVO'.        00001140
                                                                        00001150
       01 WRK-DETALHE.                                                  00001160
          05 WRK-DET-INTERFACE    PIC X(08).                            00001170
          05 FILLER               PIC X(02) VALUE SPACES.               00001180
          05 WRK-DET-GERACAO      PIC 9(03).                            00001190
          05 FILLER               PIC X(01) VALUE SPACES.               00001200
          05 WRK-DET-PROGRAMA     PIC X(08).                            00001210
          05 FILLER               PIC X(01) VALUE SPACES.               00001220
          05 WRK-DET-QTD          PIC Z(8)9.                            00001230
          05 FILLER               PIC X(01) VALUE SPACES.               00001240
          05 WRK-DET-HASH         PIC Z(14)9.                           00001250
          05 FILLER               PIC X(01) VALUE SPACES.               00001260
          05 WRK-DET-DH-REGISTRO  PIC X(14).                            00001270
          05 FILLER               PIC X(01) VALUE SPACES.               00001280
          05 WRK-DET-SITUACAO     PIC X(11).                            00001290
          05 FILLER               PIC X(01) VALUE SPACES.               00001300
          05 WRK-DET-DH-SITUACAO  PIC X(14).                            00001310
          05 FILLER               PIC X(01) VALUE SPACES.               00001320
          05 WRK-DET-MOTIVO       PIC X(40).                            00001330
                                                                        00001340
       01 WRK-TOTAIS.                                                   00001350
          05 FILLER               PIC X(10) VALUE 'GERACOES: '.         00001360
          05 WRK-TOT-LISTADOS     PIC Z(6)9.                            00001370
          05 FILLER               PIC X(16) VALUE                       00001380
             '  TRANSMITIDAS: '.                                        00001390
          05 WRK-TOT-TRANSMITIDAS PIC Z(6)9.                            00001400
          05 FILLER               PIC X(13) VALUE '  RECUSADAS: '.      00001410
          05 WRK-TOT-RECUSADAS    PIC Z(6)9.                            00001420
          05 FILLER               PIC X(26) VALUE                       00001430
             '  AGUARDANDO LIBERACAO: '.                                00001440
          05 WRK-TOT-GERADAS      PIC Z(6)9.                            00001450
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
                 UNTIL WRK-FS-MANIFESTO NOT EQUAL ZEROS.                00001590
             PERFORM 0300-FINALIZAR.                                    00001600
      *---------------------------------------------------              00001610
       0000-99-FIM.            EXIT.                                    00001620
      *---------------------------------------------------              00001630
                                                                        00001640
       0100-INICIAR                       SECTION.                      00001650
             MOVE 'FR06CB36' TO WRK-CAB-PROGRAMA.                       00001660
             PERFORM 0101-CABECALHO-PADRAO.                             00001670
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001680
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001690
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001700
             OPEN INPUT ENTRADA-SYSIN.                                  00001710
             OPEN OUTPUT RELTRX.                                        00001720
             PERFORM 0110-TESTAR-STATUS.                                00001730
             PERFORM 0105-ABRIR-MANIFESTO.                              00001740
             PERFORM 0107-LER-DATA-REFERENCIA.                          00001750
             MOVE WRK-DATA-REFERENCIA TO WRK-CAB-DATA-REF.              00001760
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001770
             WRITE REL-LINHA FROM WRK-SEPARA.                           00001780
             WRITE REL-LINHA FROM WRK-CABEC2.                           00001790
      *---------------------------------------------------              00001800
       0100-99-FIM.            EXIT.                                    00001810
      *---------------------------------------------------              00001820
           COPY CPCAB02.                                                00001830
           COPY CPERR02.                                                00001840
           COPY CPDTA02.                                                00001850
           COPY CPSTT02.                                                00001860
      *---------------------------------------------------              00001870
       0105-ABRIR-MANIFESTO               SECTION.                      00001880
      *    ABRE O MANIFESTO - AINDA NAO CRIADO POR NENHUM               00001890
      *    PROGRAMA DE INTERFACE (FILE STATUS 35), NADA FOI             00001900
      *    GERADO: O LOG SAI VAZIO, COM AVISO NO SYSOUT                 00001910
      *---------------------------------------------------              00001920
             OPEN INPUT MANIFESTO.                                      00001930
             IF WRK-FS-MANIFESTO EQUAL '35'                             00001940
                 DISPLAY ' AVISO: SEM MANIFESTO DE INTERFACES - '       00001950
                         'NENHUM ARQUIVO GERADO'                        00001960
             ELSE                                                       00001970
                 IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                    00001980
                     MOVE ' ERRO OPEN MANIFESTO '                       00001990
                         TO WRK-MSG                                     00002000
                     PERFORM 9000-TRATA-ERROS                           00002010
                 END-IF                                                 00002020
             END-IF.                                                    00002030
      *---------------------------------------------------              00002040
       0107-LER-DATA-REFERENCIA           SECTION.                      00002050
      *    LE O CARTAO OPCIONAL COM A DATA DE REFERENCIA                00002060
      *    (AAAAMMDD) - SEM CARTAO (OU NAO NUMERICO), VALE A DATA       00002070
      *    DE NEGOCIO                                                   00002080
      *---------------------------------------------------              00002090
             READ ENTRADA-SYSIN INTO WRK-DATA-REFERENCIA.               00002100
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002110
                OR WRK-DATA-REFERENCIA NOT NUMERIC                      00002120
                OR WRK-DATA-REFERENCIA EQUAL ZEROS                      00002130
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-REFERENCIA           00002140
             END-IF.                                                    00002150
             CLOSE ENTRADA-SYSIN.                                       00002160
      *---------------------------------------------------              00002170
       0110-TESTAR-STATUS                 SECTION.                      00002180
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002190
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002200
                 PERFORM 9000-TRATA-ERROS                               00002210
             END-IF.                                                    00002220
             IF WRK-FS-RELTRX NOT EQUAL ZEROS                           00002230
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002240
                 PERFORM 9000-TRATA-ERROS                               00002250
             END-IF.                                                    00002260
      *---------------------------------------------------              00002270
       0200-PROCESSAR                     SECTION.                      00002280
             READ MANIFESTO.                                            00002290
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00002300
                 GO TO 0200-99-FIM                                      00002310
             END-IF.                                                    00002320
             ADD 1 TO WRK-CONT-LIDOS.                                   00002330
             IF MNF-DATA-NEGOCIO NOT EQUAL WRK-DATA-REFERENCIA          00002340
                 GO TO 0200-99-FIM                                      00002350
             END-IF.                                                    00002360
             ADD 1 TO WRK-CONT-LISTADOS.                                00002370
             IF MNF-TRANSMITIDO                                         00002380
                 ADD 1 TO WRK-CONT-TRANSMITIDAS                         00002390
                 MOVE 'TRANSMITIDA' TO WRK-DET-SITUACAO                 00002400
             ELSE IF MNF-RECUSADO                                       00002410
                 ADD 1 TO WRK-CONT-RECUSADAS                            00002420
                 MOVE 'RECUSADA'    TO WRK-DET-SITUACAO                 00002430
             ELSE                                                       00002440
                 ADD 1 TO WRK-CONT-GERADAS                              00002450
                 MOVE 'GERADA'      TO WRK-DET-SITUACAO                 00002460
             END-IF                                                     00002470
             END-IF.                                                    00002480
             MOVE MNF-INTERFACE          TO WRK-DET-INTERFACE.          00002490
             MOVE MNF-GERACAO            TO WRK-DET-GERACAO.            00002500
             MOVE MNF-PROGRAMA           TO WRK-DET-PROGRAMA.           00002510
             MOVE MNF-QTD-REGISTROS      TO WRK-DET-QTD.                00002520
             MOVE MNF-VALOR-HASH         TO WRK-DET-HASH.               00002530
             MOVE MNF-DATA-HORA-REGISTRO TO WRK-DET-DH-REGISTRO.        00002540
             MOVE MNF-DATA-HORA-SITUACAO TO WRK-DET-DH-SITUACAO.        00002550
             MOVE MNF-MOTIVO             TO WRK-DET-MOTIVO.             00002560
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002570
       0200-99-FIM.            EXIT.                                    00002580
      *---------------------------------------------------              00002590
       0300-FINALIZAR                     SECTION.                      00002600
             MOVE WRK-CONT-LISTADOS     TO WRK-TOT-LISTADOS.            00002610
             MOVE WRK-CONT-TRANSMITIDAS TO WRK-TOT-TRANSMITIDAS.        00002620
             MOVE WRK-CONT-RECUSADAS    TO WRK-TOT-RECUSADAS.           00002630
             MOVE WRK-CONT-GERADAS      TO WRK-TOT-GERADAS.             00002640
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002650
             WRITE REL-LINHA FROM WRK-TOTAIS.                           00002660
             MOVE WRK-CONT-LIDOS                                        00002670
                 TO WRK-STT-REGISTROS.                                  00002680
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00002690
             IF WRK-FS-MANIFESTO NOT EQUAL '35'                         00002700
                 CLOSE MANIFESTO                                        00002710
             END-IF.                                                    00002720
             CLOSE RELTRX.                                              00002730
             DISPLAY '------------------'.                              00002740
             DISPLAY '  MANIFESTO LIDOS...: ' WRK-CONT-LIDOS.           00002750
             DISPLAY '  GERACOES NA DATA..: ' WRK-CONT-LISTADOS.        00002760
             DISPLAY '  TRANSMITIDAS......: ' WRK-CONT-TRANSMITIDAS.    00002770
             DISPLAY '  RECUSADAS.........: ' WRK-CONT-RECUSADAS.       00002780
             DISPLAY '  AGUARDANDO........: ' WRK-CONT-GERADAS.         00002790
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00002800
             PERFORM 9000-TRATA-ERROS.                                  00002810
      *---------------------------------------------------              00002820
       9000-TRATA-ERROS                   SECTION.                      00002830
      *---------------------------------------------------              00002840
             PERFORM 9050-GRAVAR-ERRLOG.                                00002850
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00002860
             STOP RUN.                                                  00002870
      *--------------------------------------------------------------   00002880
       9000-99-FIM.            EXIT.                                    00002890
      *--------------------------------------------------------------   00002900
