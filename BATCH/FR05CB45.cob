      *     DATA        AUTOR   DESCRICAO                               00000260
      *     ----------  ------  --------------------------------        00000270
      *     22/08/2026  IVS     PROGRAMA INICIAL                        00000280
      *     15/10/2026  IVS     AREA DA IMAGEM A RESTAURAR AMPLIADA     00000290
      *                         PARA AS 89 POSICOES DO CPCLIE01 - A     00000300
      *                         RESTAURACAO PERDIA O LIMITE, O SALDO,   00000310
      *                         A CONDICAO DE PAGAMENTO E O PAI         00000320
      *=======================================================*         00000330
                                                                        00000340
      *=======================================================*         00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=======================================================*         00000370
       INPUT-OUTPUT                              SECTION.               00000380
       FILE-CONTROL.                                                    00000390
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE  IS DYNAMIC                                 00000420
                RECORD KEY   IS CLI-ID                                  00000430
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000440
                                                                        00000450
             SELECT HISTCLI  ASSIGN TO ARQHCLI                          00000460
                FILE STATUS  IS WRK-FS-HISTCLI.                         00000470
                                                                        00000480
             SELECT RELARQUI ASSIGN TO ARQRPT                           00000490
                FILE STATUS  IS WRK-FS-RELARQUI.                        00000500
                                                                        00000510
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000520
                FILE STATUS  IS WRK-FS-SYSIN.                           00000530
                                                                        00000540
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000550
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000560
      *=======================================================*         00000570
       DATA                                      DIVISION.              00000580
      *=======================================================*         00000590
       FILE                                      SECTION.               00000600
       FD CLIENTE-MASTER.                                               00000610
           COPY CPCLIE01.                                               00000620
                                                                        00000630
       FD HISTCLI                                                       00000640
           RECORDING MODE IS F                                          00000650
           BLOCK CONTAINS 0 RECORDS.                                    00000660
           COPY CPCLH01.                                                00000670
                                                                        00000680
       FD RELARQUI                                                      00000690
           RECORDING MODE IS F                                          00000700
           BLOCK CONTAINS 0 RECORDS.                                    00000710
       01 REL-LINHA                    PIC X(132).                      00000720
                                                                        00000730
       FD ENTRADA-SYSIN                                                 00000740
           RECORDING MODE IS F                                          00000750
           BLOCK CONTAINS 0 RECORDS.                                    00000760
       01 SYSIN-REGISTRO             PIC X(014).                        00000770
                                                                        00000780
       FD ERRLOG.                                                       00000790
           COPY CPERRL01.                                               00000800
      *---------------------------------------------------              00000810
       WORKING-STORAGE                           SECTION.               00000820
      *---------------------------------------------------              00000830
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00000840
       77 WRK-FS-HISTCLI      PIC X(02) VALUE SPACES.                   00000850
       77 WRK-FS-RELARQUI     PIC X(02) VALUE SPACES.                   00000860
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00000870
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000880
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000890
       77 WRK-CONT-ARQUIVADOS PIC 9(09) COMP VALUE ZERO.                00000900
       77 WRK-CONT-SEM-CARIMBO PIC 9(09) COMP VALUE ZERO.               00000910
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00000920
      *---------------------------------------------------              00000930
      *    CARTAO DA SYSIN - FUNCAO 'A' (ARQUIVAR, COM DATA DE          00000940
      *    CORTE) OU 'R' (RESTAURAR, COM O CLI-ID)                      00000950
      *---------------------------------------------------              00000960
       01 WRK-CARTAO.                                                   00000970
          05 WRK-FUNCAO            PIC X(01) VALUE SPACES.              00000980
             88 WRK-FUNCAO-ARQUIVAR       VALUE 'A'.                    00000990
             88 WRK-FUNCAO-RESTAURAR      VALUE 'R'.                    00001000
          05 WRK-DATA-CORTE        PIC 9(08) VALUE ZEROS.               00001010
          05 WRK-ID-RESTAURAR      PIC 9(05) VALUE ZEROS.               00001020
      *---------------------------------------------------              00001030
      *    ULTIMA IMAGEM ARQUIVADA DO CLIENTE A RESTAURAR               00001040
      *---------------------------------------------------              00001050
       77 WRK-IMAGEM-ACHADA   PIC X(89) VALUE SPACES.                   00001060
       01 WRK-SW-ACHOU.                                                 00001070
          05 WRK-SW-ACHOU-IND        PIC X(01) VALUE 'N'.               00001080
             88 WRK-CLIENTE-ACHADO         VALUE 'S'.                   00001090
             88 WRK-CLIENTE-NAO-ACHADO     VALUE 'N'.                   00001100
      *---------------------------------------------------              00001110
      *    LINHAS DA LISTAGEM                                           00001120
      *---------------------------------------------------              00001130
       01 WRK-CABEC1.                                                   00001140
          05 FILLER               PIC X(40) VALUE                       00001150
             'ARQUIVAMENTO DE CLIENTES PARADOS'.                        00001160
          05 FILLER               PIC X(08) VALUE 'FUNCAO: '.           00001170
          05 WRK-CAB-FUNCAO       PIC X(01).                            00001180
                                                                        00001190
       01 WRK-DETALHE.                                                  00001200
          05 WRK-DET-ACAO         PIC X(12).                            00001210
          05 FILLER               PIC X(02) VALUE SPACES.               00001220
          05 WRK-DET-ID           PIC Z(4)9.                            00001230
          05 FILLER               PIC X(02) VALUE SPACES.               00001240
          05 WRK-DET-NOME         PIC X(30).                            00001250
          05 FILLER               PIC X(02) VALUE SPACES.               00001260
          05 WRK-DET-ULT-ATIV     PIC 9(08).                            00001270
                                                                        00001280
       01 WRK-RODAPE.                                                   00001290
          05 FILLER PIC X(28) VALUE 'CLIENTES ARQUIVADOS.......:'.      00001300
          05 FILLER PIC X(01) VALUE SPACES.                             00001310
          05 WRK-ROD-ARQUIVADOS   PIC Z(8)9.                            00001320
       COPY CPCAB01.                                                    00001330
       COPY CPERR01.                                                    00001340
      *=========================================*                       00001350
       PROCEDURE DIVISION.                                              00001360
      *=========================================*                       00001370
                                                                        00001380
      *---------------------------------------------------              00001390
       0000-PRINCIPAL                     SECTION.                      00001400
      *---------------------------------------------------              00001410
             PERFORM 0100-INICIAR.                                      00001420
             IF WRK-FUNCAO-ARQUIVAR                                     00001430
                 PERFORM 0200-ARQUIVAR-PARADOS                          00001440
                     UNTIL WRK-FS-CLIENTE EQUAL '10'                    00001450
             ELSE                                                       00001460
                 PERFORM 0400-RESTAURAR-CLIENTE                         00001470
             END-IF.                                                    00001480
             PERFORM 0300-FINALIZAR.                                    00001490
      *---------------------------------------------------              00001500
       0000-99-FIM.            EXIT.                                    00001510
      *---------------------------------------------------              00001520
                                                                        00001530
       0100-INICIAR                       SECTION.                      00001540
             MOVE 'FR05CB45' TO WRK-CAB-PROGRAMA.                       00001550
             PERFORM 0101-CABECALHO-PADRAO.                             00001560
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00001570
             OPEN I-O CLIENTE-MASTER.                                   00001580
             OPEN INPUT ENTRADA-SYSIN.                                  00001590
             OPEN OUTPUT RELARQUI.                                      00001600
             PERFORM 0110-TESTAR-STATUS.                                00001610
             PERFORM 0107-LER-CARTAO.                                   00001620
             IF WRK-FUNCAO-ARQUIVAR                                     00001630
                 PERFORM 0109-ABRIR-HISTORICO-EXTEND                    00001640
             ELSE                                                       00001650
                 OPEN INPUT HISTCLI                                     00001660
                 IF WRK-FS-HISTCLI NOT EQUAL ZEROS                      00001670
                     MOVE ' ERRO OPEN HISTORICO DE CLIENTES '           00001680
                         TO WRK-MSG                                     00001690
                     PERFORM 9000-TRATA-ERROS                           00001700
                 END-IF                                                 00001710
             END-IF.                                                    00001720
             MOVE WRK-FUNCAO TO WRK-CAB-FUNCAO.                         00001730
             WRITE REL-LINHA FROM WRK-CABEC1.                           00001740
      *---------------------------------------------------              00001750
       0100-99-FIM.            EXIT.                                    00001760
      *---------------------------------------------------              00001770
           COPY CPCAB02.                                                00001780
           COPY CPERR02.                                                00001790
      *---------------------------------------------------              00001800
       0107-LER-CARTAO                    SECTION.                      00001810
      *    LE O CARTAO OBRIGATORIO - FUNCAO 'A' EXIGE A DATA DE         00001820
      *    CORTE; FUNCAO 'R' EXIGE O CLI-ID A RESTAURAR                 00001830
      *---------------------------------------------------              00001840
             READ ENTRADA-SYSIN INTO WRK-CARTAO.                        00001850
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00001860
                OR (NOT WRK-FUNCAO-ARQUIVAR                             00001870
                    AND NOT WRK-FUNCAO-RESTAURAR)                       00001880
                OR (WRK-FUNCAO-ARQUIVAR                                 00001890
                    AND (WRK-DATA-CORTE NOT NUMERIC                     00001900
                         OR WRK-DATA-CORTE EQUAL ZEROS))                00001910
                OR (WRK-FUNCAO-RESTAURAR                                00001920
                    AND WRK-ID-RESTAURAR NOT NUMERIC)                   00001930
                 MOVE ' ERRO CARTAO DE ARQUIVAMENTO INVALIDO '          00001940
                     TO WRK-MSG                                         00001950
                 PERFORM 9000-TRATA-ERROS                               00001960
             END-IF.                                                    00001970
             CLOSE ENTRADA-SYSIN.                                       00001980
      *---------------------------------------------------              00001990
       0109-ABRIR-HISTORICO-EXTEND        SECTION.                      00002000
      *    ABRE O HISTORICO DE CLIENTES EM EXTEND, CRIANDO-O NA         00002010
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002020
      *---------------------------------------------------              00002030
             OPEN EXTEND HISTCLI.                                       00002040
             IF WRK-FS-HISTCLI EQUAL '35'                               00002050
                 OPEN OUTPUT HISTCLI                                    00002060
                 CLOSE HISTCLI                                          00002070
                 OPEN EXTEND HISTCLI                                    00002080
             END-IF.                                                    00002090
             IF WRK-FS-HISTCLI NOT EQUAL ZEROS                          00002100
                 MOVE ' ERRO OPEN HISTORICO DE CLIENTES ' TO WRK-MSG    00002110
                 PERFORM 9000-TRATA-ERROS                               00002120
             END-IF.                                                    00002130
      *---------------------------------------------------              00002140
       0110-TESTAR-STATUS                 SECTION.                      00002150
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00002160
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00002170
                 PERFORM 9000-TRATA-ERROS                               00002180
             END-IF.                                                    00002190
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002200
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002210
                 PERFORM 9000-TRATA-ERROS                               00002220
             END-IF.                                                    00002230
             IF WRK-FS-RELARQUI NOT EQUAL ZEROS                         00002240
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002250
                 PERFORM 9000-TRATA-ERROS                               00002260
             END-IF.                                                    00002270
      *---------------------------------------------------              00002280
       0200-ARQUIVAR-PARADOS              SECTION.                      00002290
      *    VARRE O MASTER E MOVE PARA O HISTORICO OS CLIENTES COM       00002300
      *    ULTIMA ATIVIDADE ANTERIOR AO CORTE. CLIENTE AINDA SEM        00002310
      *    CARIMBO (DATA ZERADA, ANTERIOR A ESTE CONTROLE) E            00002320
      *    PRESERVADO E APENAS CONTADO                                  00002330
      *---------------------------------------------------              00002340
             READ CLIENTE-MASTER NEXT RECORD.                           00002350
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00002360
                 ADD 1 TO WRK-CONT-LIDOS                                00002370
                 EVALUATE TRUE                                          00002380
                     WHEN CLI-ULT-ATIVIDADE NOT NUMERIC                 00002390
                     WHEN CLI-ULT-ATIVIDADE EQUAL ZEROS                 00002400
                         ADD 1 TO WRK-CONT-SEM-CARIMBO                  00002410
                     WHEN CLI-ULT-ATIVIDADE < WRK-DATA-CORTE            00002420
                         PERFORM 0210-ARQUIVAR-UM-CLIENTE               00002430
                     WHEN OTHER                                         00002440
                         CONTINUE                                       00002450
                 END-EVALUATE                                           00002460
             END-IF.                                                    00002470
      *---------------------------------------------------              00002480
       0210-ARQUIVAR-UM-CLIENTE           SECTION.                      00002490
             MOVE CPCLIE01-REGISTRO TO CLH-IMAGEM-CLIENTE.              00002500
             MOVE WRK-DATA-ATUAL    TO CLH-DATA-ARQUIVAMENTO.           00002510
             WRITE CPCLH01-REGISTRO.                                    00002520
             MOVE 'ARQUIVADO'       TO WRK-DET-ACAO.                    00002530
             MOVE CLI-ID            TO WRK-DET-ID.                      00002540
             MOVE CLI-NOME          TO WRK-DET-NOME.                    00002550
             MOVE CLI-ULT-ATIVIDADE TO WRK-DET-ULT-ATIV.                00002560
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002570
             DELETE CLIENTE-MASTER.                                     00002580
             ADD 1 TO WRK-CONT-ARQUIVADOS.                              00002590
      *---------------------------------------------------              00002600
       0400-RESTAURAR-CLIENTE             SECTION.                      00002610
      *    PROCURA NO HISTORICO A ULTIMA IMAGEM ARQUIVADA DO            00002620
      *    CLIENTE DO CARTAO E A DEVOLVE AO MASTER                      00002630
      *---------------------------------------------------              00002640
             SET WRK-CLIENTE-NAO-ACHADO TO TRUE.                        00002650
             PERFORM 0410-VARRER-HISTORICO                              00002660
                 UNTIL WRK-FS-HISTCLI EQUAL '10'.                       00002670
             IF WRK-CLIENTE-NAO-ACHADO                                  00002680
                 MOVE ' ERRO CLIENTE NAO ACHADO NO HISTORICO '          00002690
                     TO WRK-MSG                                         00002700
                 PERFORM 9000-TRATA-ERROS                               00002710
             END-IF.                                                    00002720
             MOVE WRK-IMAGEM-ACHADA TO CPCLIE01-REGISTRO.               00002730
             WRITE CPCLIE01-REGISTRO                                    00002740
                 INVALID KEY                                            00002750
                     MOVE ' ERRO CLIENTE JA EXISTE NO MASTER '          00002760
                         TO WRK-MSG                                     00002770
                     PERFORM 9000-TRATA-ERROS                           00002780
             END-WRITE.                                                 00002790
             MOVE 'RESTAURADO'      TO WRK-DET-ACAO.                    00002800
             MOVE CLI-ID            TO WRK-DET-ID.                      00002810
             MOVE CLI-NOME          TO WRK-DET-NOME.                    00002820
             MOVE CLI-ULT-ATIVIDADE TO WRK-DET-ULT-ATIV.                00002830
             WRITE REL-LINHA FROM WRK-DETALHE.                          00002840
      *---------------------------------------------------              00002850
       0410-VARRER-HISTORICO              SECTION.                      00002860
             READ HISTCLI.                                              00002870
             IF WRK-FS-HISTCLI EQUAL ZEROS                              00002880
                 IF CLH-ID EQUAL WRK-ID-RESTAURAR                       00002890
                     SET WRK-CLIENTE-ACHADO TO TRUE                     00002900
                     MOVE CLH-IMAGEM-CLIENTE TO WRK-IMAGEM-ACHADA       00002910
                 END-IF                                                 00002920
             END-IF.                                                    00002930
      *---------------------------------------------------              00002940
       0300-FINALIZAR                     SECTION.                      00002950
             IF WRK-FUNCAO-ARQUIVAR                                     00002960
                 PERFORM 0310-IMPRIMIR-RODAPE                           00002970
             END-IF.                                                    00002980
             CLOSE CLIENTE-MASTER.                                      00002990
             CLOSE HISTCLI.                                             00003000
             CLOSE RELARQUI.                                            00003010
             DISPLAY '------------------'.                              00003020
             DISPLAY '  CLIENTES LIDOS......: ' WRK-CONT-LIDOS.         00003030
             DISPLAY '  CLIENTES ARQUIVADOS.: ' WRK-CONT-ARQUIVADOS.    00003040
             DISPLAY '  SEM CARIMBO (FICAM).: '                         00003050
                     WRK-CONT-SEM-CARIMBO.                              00003060
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00003070
             PERFORM 9000-TRATA-ERROS.                                  00003080
      *---------------------------------------------------              00003090
       0310-IMPRIMIR-RODAPE               SECTION.                      00003100
             MOVE WRK-CONT-ARQUIVADOS TO WRK-ROD-ARQUIVADOS.            00003110
             WRITE REL-LINHA FROM WRK-RODAPE.                           00003120
      *---------------------------------------------------              00003130
       9000-TRATA-ERROS                   SECTION.                      00003140
      *---------------------------------------------------              00003150
             PERFORM 9050-GRAVAR-ERRLOG.                                00003160
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00003170
             STOP RUN.                                                  00003180
      *--------------------------------------------------------------   00003190
       9000-99-FIM.            EXIT.                                    00003200
      *--------------------------------------------------------------   00003210
