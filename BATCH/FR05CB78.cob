      *               CLIENTE E A CONTAGEM DE VOLUMES (UMA NOTA =       00000180
      *               UM VOLUME). NOTA DE CLIENTE SEM ENDERECO          00000190
      *               SAI APONTADA NO FIM DA FOLHA, PARA A              00000200
      *               EXPEDICAO RESOLVER ANTES DO EMBARQUE. NOTA        00000210
      *               COM FALHA DE ENTREGA (CPENT01) CUJA               00000220
      *               REENTREGA VENCE ATE A DATA DE NEGOCIO ENTRA       00000230
      *               DE NOVO NA FOLHA, MARCADA COMO REENTREGA          00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000290
      *     02/09/2026  IVS     A MARCA DE CLIENTE SEM ENDERECO NA      00000300
      *                         CHAVE DE ROTA PASSA DE '~~' PARA        00000310
      *                         HIGH-VALUES - O TIL SO COLACIONA        00000320
      *                         DEPOIS DAS LETRAS EM ASCII; EM          00000330
      *                         EBCDIC ELE PRECEDE LETRAS E DIGITOS     00000340
      *                         E OS SEM-ENDERECO ABRIRIAM AS           00000350
      *                         FOLHAS DE ROTA EM VEZ DE FECHA-LAS      00000360
      *     15/10/2026  IVS     NOTA COM VARIAS LINHAS: CHAVE DO        00000370
      *                         HISTORICO PASSA A NFH-CHAVE E A         00000380
      *                         ENTREGA E GUARDADA SO NA PRIMEIRA       00000390
      *                         LINHA DE CADA NOTA (UMA NOTA AINDA      00000400
      *                         E UM VOLUME)                            00000410
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000420
      *                         (FR06CB17 - NFH-NOTA-CANCELADA) NAO     00000430
      *                         ENTRA NAS FOLHAS DE ROTA                00000440
      *     15/10/2026  IVS     NOTA COM FALHA DE ENTREGA (MASTER DE    00000450
      *                         ENTREGAS CPENT01, INTAKE FR06CB18) VOLTA00000460
      *                         NA FOLHA DO DIA DA REENTREGA, MARCADA   00000470
      *                         COM O NUMERO DA TENTATIVA               00000480
      *=======================================================*         00000490
                                                                        00000500
      *=======================================================*         00000510
       ENVIRONMENT                               DIVISION.              00000520
      *=======================================================*         00000530
       INPUT-OUTPUT                              SECTION.               00000540
       FILE-CONTROL.                                                    00000550
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000560
                ORGANIZATION IS INDEXED                                 00000570
                ACCESS MODE  IS SEQUENTIAL                              00000580
                RECORD KEY   IS NFH-CHAVE                               00000590
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000600
                                                                        00000610
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000620
                ORGANIZATION IS INDEXED                                 00000630
                ACCESS MODE  IS DYNAMIC                                 00000640
                RECORD KEY   IS END-CLI-ID                              00000650
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000660
                                                                        00000670
             SELECT ENTREGAS ASSIGN TO ARQENT                           00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS ENT-NOTA                                00000710
                FILE STATUS  IS WRK-FS-ENTREGAS.                        00000720
                                                                        00000730
             SELECT RELROTA  ASSIGN TO ARQRPT                           00000740
                FILE STATUS  IS WRK-FS-RELROTA.                         00000750
                                                                        00000760
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000770
                ORGANIZATION IS INDEXED                                 00000780
                ACCESS MODE  IS DYNAMIC                                 00000790
                RECORD KEY   IS CAL-DATA                                00000800
                FILE STATUS  IS WRK-FS-CALEND.                          00000810
                                                                        00000820
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000830
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000840
                                                                        00000850
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000860
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000870
      *=======================================================*         00000880
       DATA                                      DIVISION.              00000890
      *=======================================================*         00000900
       FILE                                      SECTION.               00000910
       FD NOTAHIST.                                                     00000920
           COPY CPNFH01.                                                00000930
                                                                        00000940
       FD ENDERECO-MASTER.                                              00000950
           COPY CPEND01.                                                00000960
                                                                        00000970
       FD ENTREGAS.                                                     00000980
           COPY CPENT01.                                                00000990
                                                                        00001000
       FD RELROTA                                                       00001010
           RECORDING MODE IS F                                          00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
       01 REL-LINHA                    PIC X(132).                      00001040
                                                                        00001050
       FD CALENDARIO.                                                   00001060
           COPY CPCAL01.                                                00001070
                                                                        00001080
       FD ERRLOG.                                                       00001090
           COPY CPERRL01.                                               00001100
                                                                        00001110
       FD ESTATIS                                                       00001120
           RECORDING MODE IS F                                          00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
           COPY CPSTA01.                                                00001150
      *---------------------------------------------------              00001160
       WORKING-STORAGE                           SECTION.               00001170
      *---------------------------------------------------              00001180
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00001190
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00001200
       77 WRK-FS-RELROTA      PIC X(02) VALUE SPACES.                   00001210
       77 WRK-FS-ENTREGAS     PIC X(02) VALUE SPACES.                   00001220
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001230
       77 WRK-CONT-LIDAS      PIC 9(09) COMP VALUE ZERO.                00001240
       77 WRK-CONT-DO-DIA     PIC 9(09) COMP VALUE ZERO.                00001250
       77 WRK-CONT-SEM-END    PIC 9(09) COMP VALUE ZERO.                00001260
       77 WRK-CONT-REENTREGA  PIC 9(09) COMP VALUE ZERO.                00001270
       77 WRK-SEQ-PARADA      PIC 9(05) COMP VALUE ZERO.                00001280
       77 WRK-CLIENTE-ATUAL   PIC 9(05) VALUE ZEROS.                    00001290
       77 WRK-GRUPO-ATUAL     PIC X(27) VALUE SPACES.                   00001300
       77 WRK-QTD-VOLUMES     PIC 9(05) COMP VALUE ZERO.                00001310
       77 WRK-NOTA-ANTERIOR   PIC 9(05) VALUE ZEROS.                    00001320
      *---------------------------------------------------              00001330
      *    ENTREGA A GUARDAR, VINDA DO HISTORICO DE NOTAS OU            00001340
      *    DO MASTER DE ENTREGAS (REENTREGA)                            00001350
      *---------------------------------------------------              00001360
       01 WRK-NOVA-ENTREGA.                                             00001370
          05 WRK-NOV-NOTA             PIC 9(05).                        00001380
          05 WRK-NOV-CLI-ID           PIC 9(05).                        00001390
          05 WRK-NOV-CLI-NOME         PIC X(30).                        00001400
          05 WRK-NOV-TENTATIVA        PIC 9(02).                        00001410
      *---------------------------------------------------              00001420
      *    ENTREGAS DO DIA - UMA ENTRADA POR NOTA, COM A CHAVE          00001430
      *    DE ROTA UF/CIDADE/BAIRRO/CEP/CLIENTE                         00001440
      *---------------------------------------------------              00001450
       77 WRK-MAX-ENTREGAS    PIC 9(04) COMP VALUE 2000.                00001460
       77 WRK-QTD-ENTREGAS    PIC 9(04) COMP VALUE ZERO.                00001470
       77 WRK-IDX             PIC 9(04) COMP VALUE ZERO.                00001480
       77 WRK-IDX-MENOR       PIC 9(04) COMP VALUE ZERO.                00001490
       01 WRK-TABELA-ENTREGAS.                                          00001500
          05 WRK-ENT-ENTREGA OCCURS 2000 TIMES.                         00001510
             10 WRK-ETG-CHAVE.                                          00001520
                15 WRK-ETG-UF         PIC X(02).                        00001530
                15 WRK-ETG-CIDADE     PIC X(15).                        00001540
                15 WRK-ETG-BAIRRO     PIC X(10).                        00001550
                15 WRK-ETG-CEP        PIC 9(08).                        00001560
                15 WRK-ETG-CLI-ID     PIC 9(05).                        00001570
             10 WRK-ETG-NOTA          PIC 9(05).                        00001580
             10 WRK-ETG-CLI-NOME      PIC X(30).                        00001590
             10 WRK-ETG-LISTADO       PIC X(01).                        00001600
             10 WRK-ETG-TENTATIVA     PIC 9(02).                        00001610
      *---------------------------------------------------              00001620
      *    LINHAS DO RELATORIO                                          00001630
      *---------------------------------------------------              00001640
       01 WRK-CABEC1.                                                   00001650
          05 FILLER               PIC X(40) VALUE                       00001660
             'FOLHAS DE ROTA DE ENTREGA - DATA:       '.                00001670
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001680
                                                                        00001690
       01 WRK-LINHA-GRUPO.                                              00001700
          05 FILLER               PIC X(06) VALUE 'ROTA: '.             00001710
          05 WRK-GRP-UF           PIC X(02).                            00001720
          05 FILLER               PIC X(01) VALUE '/'.                  00001730
          05 WRK-GRP-CIDADE       PIC X(15).                            00001740
          05 FILLER               PIC X(01) VALUE '/'.                  00001750
          05 WRK-GRP-BAIRRO       PIC X(10).                            00001760
                                                                        00001770
       01 WRK-LINHA-PARADA.                                             00001780
          05 FILLER               PIC X(09) VALUE '  PARADA '.          00001790
          05 WRK-PAR-SEQ          PIC ZZZZ9.                            00001800
          05 FILLER               PIC X(06) VALUE ' CEP: '.             00001810
          05 WRK-PAR-CEP          PIC 9(08).                            00001820
          05 FILLER               PIC X(10) VALUE ' CLIENTE: '.         00001830
          05 WRK-PAR-CLI-ID       PIC 9(05).                            00001840
          05 FILLER               PIC X(03) VALUE ' - '.                00001850
          05 WRK-PAR-CLI-NOME     PIC X(30).                            00001860
          05 FILLER               PIC X(10) VALUE ' VOLUMES: '.         00001870
          05 WRK-PAR-VOLUMES      PIC ZZZZ9.                            00001880
                                                                        00001890
       01 WRK-LINHA-NOTA.                                               00001900
          05 FILLER               PIC X(16) VALUE '    NOTA FISCAL '.   00001910
          05 WRK-NTA-NUMERO       PIC 9(05).                            00001920
          05 WRK-NTA-OBS          PIC X(30).                            00001930
          05 WRK-NTA-REENTREGA REDEFINES WRK-NTA-OBS.                   00001940
             10 WRK-NTA-ROT-REENT PIC X(28).                            00001950
             10 WRK-NTA-TENTATIVA PIC 9(02).                            00001960
                                                                        00001970
       01 WRK-LINHA-SEM-END.                                            00001980
          05 FILLER               PIC X(13) VALUE 'NOTA FISCAL: '.      00001990
          05 WRK-SND-NOTA         PIC 9(05).                            00002000
          05 FILLER               PIC X(10) VALUE ' CLIENTE: '.         00002010
          05 WRK-SND-CLI-ID       PIC 9(05).                            00002020
          05 FILLER               PIC X(34) VALUE                       00002030
             ' SEM ENDERECO - RESOLVER EXPEDICAO'.                      00002040
       COPY CPCAB01.                                                    00002050
       COPY CPERR01.                                                    00002060
       COPY CPDTA01.                                                    00002070
       COPY CPSTT01.                                                    00002080
      *=========================================*                       00002090
       PROCEDURE DIVISION.                                              00002100
      *=========================================*                       00002110
                                                                        00002120
      *---------------------------------------------------              00002130
       0000-PRINCIPAL                     SECTION.                      00002140
      *---------------------------------------------------              00002150
             PERFORM 0100-INICIAR.                                      00002160
             PERFORM 0200-CARREGAR-NOTAS                                00002170
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00002180
             PERFORM 0220-CARREGAR-REENTREGAS.                          00002190
             PERFORM 0250-IMPRIMIR-ROTAS.                               00002200
             PERFORM 0300-FINALIZAR.                                    00002210
      *---------------------------------------------------              00002220
       0000-99-FIM.            EXIT.                                    00002230
      *---------------------------------------------------              00002240
                                                                        00002250
       0100-INICIAR                       SECTION.                      00002260
             MOVE 'FR05CB78' TO WRK-CAB-PROGRAMA.                       00002270
             PERFORM 0101-CABECALHO-PADRAO.                             00002280
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002290
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002300
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002310
             OPEN INPUT NOTAHIST.                                       00002320
             OPEN INPUT ENDERECO-MASTER.                                00002330
             OPEN INPUT ENTREGAS.                                       00002340
             IF WRK-FS-ENTREGAS EQUAL '35'                              00002350
                 DISPLAY ' AVISO: SEM MASTER DE ENTREGAS - '            00002360
                         'NENHUMA REENTREGA NAS FOLHAS'                 00002370
             END-IF.                                                    00002380
             OPEN OUTPUT RELROTA.                                       00002390
             PERFORM 0110-TESTAR-STATUS.                                00002400
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002410
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002420
      *---------------------------------------------------              00002430
       0100-99-FIM.            EXIT.                                    00002440
      *---------------------------------------------------              00002450
           COPY CPCAB02.                                                00002460
           COPY CPERR02.                                                00002470
           COPY CPDTA02.                                                00002480
           COPY CPSTT02.                                                00002490
      *---------------------------------------------------              00002500
       0110-TESTAR-STATUS                 SECTION.                      00002510
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00002520
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00002530
                 PERFORM 9000-TRATA-ERROS                               00002540
             END-IF.                                                    00002550
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00002560
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00002570
                 PERFORM 9000-TRATA-ERROS                               00002580
             END-IF.                                                    00002590
             IF WRK-FS-ENTREGAS NOT EQUAL ZEROS                         00002600
                AND WRK-FS-ENTREGAS NOT EQUAL '35'                      00002610
                 MOVE ' ERRO OPEN MASTER DE ENTREGAS ' TO WRK-MSG       00002620
                 PERFORM 9000-TRATA-ERROS                               00002630
             END-IF.                                                    00002640
             IF WRK-FS-RELROTA NOT EQUAL ZEROS                          00002650
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002660
                 PERFORM 9000-TRATA-ERROS                               00002670
             END-IF.                                                    00002680
      *---------------------------------------------------              00002690
       0200-CARREGAR-NOTAS                SECTION.                      00002700
             READ NOTAHIST NEXT RECORD.                                 00002710
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00002720
                 ADD 1 TO WRK-CONT-LIDAS                                00002730
                 IF NFH-DATA-EMISSAO EQUAL WRK-DATA-NEGOCIO             00002740
                    AND NFH-NUMERO NOT EQUAL WRK-NOTA-ANTERIOR          00002750
                    AND NOT NFH-NOTA-CANCELADA                          00002760
                     ADD 1 TO WRK-CONT-DO-DIA                           00002770
                     MOVE NFH-NUMERO TO WRK-NOTA-ANTERIOR               00002780
                     MOVE NFH-NUMERO   TO WRK-NOV-NOTA                  00002790
                     MOVE NFH-CLI-ID   TO WRK-NOV-CLI-ID                00002800
                     MOVE NFH-CLI-NOME TO WRK-NOV-CLI-NOME              00002810
                     MOVE ZEROS        TO WRK-NOV-TENTATIVA             00002820
                     PERFORM 0210-GUARDAR-ENTREGA                       00002830
                 END-IF                                                 00002840
             END-IF.                                                    00002850
      *---------------------------------------------------              00002860
       0210-GUARDAR-ENTREGA               SECTION.                      00002870
      *    RESOLVE O ENDERECO DO CLIENTE DA NOTA E GUARDA A             00002880
      *    ENTREGA COM A CHAVE DE ROTA - SEM ENDERECO, A CHAVE          00002890
      *    RECEBE UF EM HIGH-VALUES PARA ORDENAR NO FIM EM              00002900
      *    QUALQUER COLACAO E SER APONTADA                              00002910
      *---------------------------------------------------              00002920
             IF WRK-QTD-ENTREGAS >= WRK-MAX-ENTREGAS                    00002930
                 MOVE ' ERRO ENTREGAS EXCEDEM A TABELA ' TO WRK-MSG     00002940
                 PERFORM 9000-TRATA-ERROS                               00002950
             END-IF.                                                    00002960
             ADD 1 TO WRK-QTD-ENTREGAS.                                 00002970
             MOVE WRK-NOV-NOTA                                          00002980
                 TO WRK-ETG-NOTA (WRK-QTD-ENTREGAS).                    00002990
             MOVE WRK-NOV-CLI-ID                                        00003000
                 TO WRK-ETG-CLI-ID (WRK-QTD-ENTREGAS).                  00003010
             MOVE WRK-NOV-CLI-NOME                                      00003020
                 TO WRK-ETG-CLI-NOME (WRK-QTD-ENTREGAS).                00003030
             MOVE WRK-NOV-TENTATIVA                                     00003040
                 TO WRK-ETG-TENTATIVA (WRK-QTD-ENTREGAS).               00003050
             MOVE 'N' TO WRK-ETG-LISTADO (WRK-QTD-ENTREGAS).            00003060
             MOVE WRK-NOV-CLI-ID TO END-CLI-ID.                         00003070
             READ ENDERECO-MASTER                                       00003080
                 INVALID KEY                                            00003090
                     ADD 1 TO WRK-CONT-SEM-END                          00003100
                     MOVE HIGH-VALUES                                   00003110
                         TO WRK-ETG-UF (WRK-QTD-ENTREGAS)               00003120
                     MOVE SPACES                                        00003130
                         TO WRK-ETG-CIDADE (WRK-QTD-ENTREGAS)           00003140
                     MOVE SPACES                                        00003150
                         TO WRK-ETG-BAIRRO (WRK-QTD-ENTREGAS)           00003160
                     MOVE ZEROS                                         00003170
                         TO WRK-ETG-CEP (WRK-QTD-ENTREGAS)              00003180
                 NOT INVALID KEY                                        00003190
                     MOVE END-UF                                        00003200
                         TO WRK-ETG-UF (WRK-QTD-ENTREGAS)               00003210
                     MOVE END-CIDADE                                    00003220
                         TO WRK-ETG-CIDADE (WRK-QTD-ENTREGAS)           00003230
                     MOVE END-BAIRRO                                    00003240
                         TO WRK-ETG-BAIRRO (WRK-QTD-ENTREGAS)           00003250
                     MOVE END-CEP                                       00003260
                         TO WRK-ETG-CEP (WRK-QTD-ENTREGAS)              00003270
             END-READ.                                                  00003280
      *---------------------------------------------------              00003290
       0220-CARREGAR-REENTREGAS           SECTION.                      00003300
      *    PERCORRE O MASTER DE ENTREGAS E GUARDA AS NOTAS COM          00003310
      *    FALHA CUJA REENTREGA VENCE ATE A DATA DE NEGOCIO - A         00003320
      *    TENTATIVA IMPRESSA E A PROXIMA DA NOTA                       00003330
      *---------------------------------------------------              00003340
             IF WRK-FS-ENTREGAS EQUAL '35'                              00003350
                 GO TO 0220-99-FIM                                      00003360
             END-IF.                                                    00003370
             MOVE ZEROS TO ENT-NOTA.                                    00003380
             START ENTREGAS KEY NOT < ENT-NOTA                          00003390
                 INVALID KEY                                            00003400
                     MOVE '10' TO WRK-FS-ENTREGAS                       00003410
             END-START.                                                 00003420
             PERFORM 0225-LER-UMA-ENTREGA                               00003430
                 UNTIL WRK-FS-ENTREGAS NOT EQUAL ZEROS.                 00003440
       0220-99-FIM.            EXIT.                                    00003450
      *---------------------------------------------------              00003460
       0225-LER-UMA-ENTREGA               SECTION.                      00003470
             READ ENTREGAS NEXT RECORD.                                 00003480
             IF WRK-FS-ENTREGAS EQUAL ZEROS                             00003490
                 IF ENT-FALHA                                           00003500
                    AND ENT-DATA-REENTREGA NOT > WRK-DATA-NEGOCIO       00003510
                     ADD 1 TO WRK-CONT-REENTREGA                        00003520
                     MOVE ENT-NOTA       TO WRK-NOV-NOTA                00003530
                     MOVE ENT-CLI-ID     TO WRK-NOV-CLI-ID              00003540
                     MOVE ENT-CLI-NOME   TO WRK-NOV-CLI-NOME            00003550
                     COMPUTE WRK-NOV-TENTATIVA = ENT-TENTATIVAS + 1     00003560
                     PERFORM 0210-GUARDAR-ENTREGA                       00003570
                 END-IF                                                 00003580
             END-IF.                                                    00003590
      *---------------------------------------------------              00003600
       0250-IMPRIMIR-ROTAS                SECTION.                      00003610
      *    IMPRIME AS ENTREGAS EM ORDEM DE UF/CIDADE/BAIRRO/CEP/        00003620
      *    CLIENTE, ABRINDO UMA FOLHA POR GRUPO E UMA PARADA POR        00003630
      *    CLIENTE - CADA NOTA DA PARADA E UM VOLUME                    00003640
      *---------------------------------------------------              00003650
             MOVE SPACES TO WRK-GRUPO-ATUAL.                            00003660
             MOVE ZEROS  TO WRK-CLIENTE-ATUAL.                          00003670
             PERFORM 0255-IMPRIMIR-UMA-ENTREGA                          00003680
                 WRK-QTD-ENTREGAS TIMES.                                00003690
      *---------------------------------------------------              00003700
       0255-IMPRIMIR-UMA-ENTREGA          SECTION.                      00003710
             MOVE ZERO TO WRK-IDX-MENOR.                                00003720
             MOVE ZERO TO WRK-IDX.                                      00003730
             PERFORM 0256-PROCURAR-MENOR-CHAVE                          00003740
                 UNTIL WRK-IDX >= WRK-QTD-ENTREGAS.                     00003750
             IF WRK-IDX-MENOR EQUAL ZERO                                00003760
                 GO TO 0255-99-FIM                                      00003770
             END-IF.                                                    00003780
             IF WRK-ETG-UF (WRK-IDX-MENOR) EQUAL HIGH-VALUES            00003790
                 MOVE WRK-ETG-NOTA (WRK-IDX-MENOR)                      00003800
                     TO WRK-SND-NOTA                                    00003810
                 MOVE WRK-ETG-CLI-ID (WRK-IDX-MENOR)                    00003820
                     TO WRK-SND-CLI-ID                                  00003830
                 WRITE REL-LINHA FROM WRK-LINHA-SEM-END                 00003840
             ELSE                                                       00003850
                 PERFORM 0260-TRATAR-GRUPO                              00003860
                 PERFORM 0265-TRATAR-PARADA                             00003870
                 MOVE WRK-ETG-NOTA (WRK-IDX-MENOR)                      00003880
                     TO WRK-NTA-NUMERO                                  00003890
                 MOVE SPACES TO WRK-NTA-OBS                             00003900
                 IF WRK-ETG-TENTATIVA (WRK-IDX-MENOR) > ZERO            00003910
                     MOVE '  *** REENTREGA - TENTATIVA'                 00003920
                         TO WRK-NTA-ROT-REENT                           00003930
                     MOVE WRK-ETG-TENTATIVA (WRK-IDX-MENOR)             00003940
                         TO WRK-NTA-TENTATIVA                           00003950
                 END-IF                                                 00003960
                 WRITE REL-LINHA FROM WRK-LINHA-NOTA                    00003970
             END-IF.                                                    00003980
             MOVE 'S' TO WRK-ETG-LISTADO (WRK-IDX-MENOR).               00003990
       0255-99-FIM.            EXIT.                                    00004000
      *---------------------------------------------------              00004010
       0256-PROCURAR-MENOR-CHAVE          SECTION.                      00004020
             ADD 1 TO WRK-IDX.                                          00004030
             IF WRK-ETG-LISTADO (WRK-IDX) EQUAL 'N'                     00004040
                 IF WRK-IDX-MENOR EQUAL ZERO                            00004050
                     MOVE WRK-IDX TO WRK-IDX-MENOR                      00004060
                 ELSE                                                   00004070
                     IF WRK-ETG-CHAVE (WRK-IDX) <                       00004080
                        WRK-ETG-CHAVE (WRK-IDX-MENOR)                   00004090
                         MOVE WRK-IDX TO WRK-IDX-MENOR                  00004100
                     END-IF                                             00004110
                 END-IF                                                 00004120
             END-IF.                                                    00004130
      *---------------------------------------------------              00004140
       0260-TRATAR-GRUPO                  SECTION.                      00004150
      *    ABRE UMA NOVA FOLHA QUANDO MUDA O GRUPO UF/CIDADE/           00004160
      *    BAIRRO, ZERANDO A SEQUENCIA DE PARADAS                       00004170
      *---------------------------------------------------              00004180
             IF WRK-ETG-CHAVE (WRK-IDX-MENOR) (1:27)                    00004190
                    NOT EQUAL WRK-GRUPO-ATUAL                           00004200
                 MOVE WRK-ETG-CHAVE (WRK-IDX-MENOR) (1:27)              00004210
                     TO WRK-GRUPO-ATUAL                                 00004220
                 MOVE ZERO  TO WRK-SEQ-PARADA                           00004230
                 MOVE ZEROS TO WRK-CLIENTE-ATUAL                        00004240
                 MOVE WRK-ETG-UF (WRK-IDX-MENOR)                        00004250
                     TO WRK-GRP-UF                                      00004260
                 MOVE WRK-ETG-CIDADE (WRK-IDX-MENOR)                    00004270
                     TO WRK-GRP-CIDADE                                  00004280
                 MOVE WRK-ETG-BAIRRO (WRK-IDX-MENOR)                    00004290
                     TO WRK-GRP-BAIRRO                                  00004300
                 WRITE REL-LINHA FROM WRK-LINHA-GRUPO                   00004310
             END-IF.                                                    00004320
      *---------------------------------------------------              00004330
       0265-TRATAR-PARADA                 SECTION.                      00004340
      *    ABRE UMA NOVA PARADA QUANDO MUDA O CLIENTE - O TOTAL         00004350
      *    DE VOLUMES DA PARADA E CONTADO ANTES DA IMPRESSAO            00004360
      *---------------------------------------------------              00004370
             IF WRK-ETG-CLI-ID (WRK-IDX-MENOR)                          00004380
                    NOT EQUAL WRK-CLIENTE-ATUAL                         00004390
                 MOVE WRK-ETG-CLI-ID (WRK-IDX-MENOR)                    00004400
                     TO WRK-CLIENTE-ATUAL                               00004410
                 ADD 1 TO WRK-SEQ-PARADA                                00004420
                 MOVE WRK-SEQ-PARADA TO WRK-PAR-SEQ                     00004430
                 MOVE WRK-ETG-CEP (WRK-IDX-MENOR)                       00004440
                     TO WRK-PAR-CEP                                     00004450
                 MOVE WRK-ETG-CLI-ID (WRK-IDX-MENOR)                    00004460
                     TO WRK-PAR-CLI-ID                                  00004470
                 MOVE WRK-ETG-CLI-NOME (WRK-IDX-MENOR)                  00004480
                     TO WRK-PAR-CLI-NOME                                00004490
                 PERFORM 0266-CONTAR-VOLUMES                            00004500
                 WRITE REL-LINHA FROM WRK-LINHA-PARADA                  00004510
             END-IF.                                                    00004520
      *---------------------------------------------------              00004530
       0266-CONTAR-VOLUMES                SECTION.                      00004540
             MOVE ZERO TO WRK-QTD-VOLUMES.                              00004550
             MOVE ZERO TO WRK-IDX.                                      00004560
             PERFORM 0267-CONTAR-UM-VOLUME                              00004570
                 UNTIL WRK-IDX >= WRK-QTD-ENTREGAS.                     00004580
             MOVE WRK-QTD-VOLUMES TO WRK-PAR-VOLUMES.                   00004590
      *---------------------------------------------------              00004600
       0267-CONTAR-UM-VOLUME              SECTION.                      00004610
             ADD 1 TO WRK-IDX.                                          00004620
             IF WRK-ETG-CLI-ID (WRK-IDX) EQUAL WRK-CLIENTE-ATUAL        00004630
                AND WRK-ETG-UF (WRK-IDX) NOT EQUAL HIGH-VALUES          00004640
                 ADD 1 TO WRK-QTD-VOLUMES                               00004650
             END-IF.                                                    00004660
      *---------------------------------------------------              00004670
       0300-FINALIZAR                     SECTION.                      00004680
             MOVE WRK-CONT-LIDAS                                        00004690
                 TO WRK-STT-REGISTROS.                                  00004700
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004710
             CLOSE NOTAHIST.                                            00004720
             CLOSE ENDERECO-MASTER.                                     00004730
             IF WRK-FS-ENTREGAS NOT EQUAL '35'                          00004740
                 CLOSE ENTREGAS                                         00004750
             END-IF.                                                    00004760
             CLOSE RELROTA.                                             00004770
             DISPLAY '------------------'.                              00004780
             DISPLAY '  NOTAS LIDAS......: ' WRK-CONT-LIDAS.            00004790
             DISPLAY '  NOTAS DO DIA.....: ' WRK-CONT-DO-DIA.           00004800
             DISPLAY '  REENTREGAS.......: ' WRK-CONT-REENTREGA.        00004810
             DISPLAY '  SEM ENDERECO.....: ' WRK-CONT-SEM-END.          00004820
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004830
             PERFORM 9000-TRATA-ERROS.                                  00004840
      *---------------------------------------------------              00004850
       9000-TRATA-ERROS                   SECTION.                      00004860
      *---------------------------------------------------              00004870
             PERFORM 9050-GRAVAR-ERRLOG.                                00004880
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004890
             STOP RUN.                                                  00004900
      *--------------------------------------------------------------   00004910
       9000-99-FIM.            EXIT.                                    00004920
      *--------------------------------------------------------------   00004930
