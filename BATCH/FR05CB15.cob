      *     09/08/2026  IVS     PROGRAMA INICIAL                        00000260
      *     09/08/2026  IVS     PASSA A GRAVAR NA TRILHA COMPARTILHADA  00000270
      *                         DE ERROS (ARQERR) AO ENCERRAR           00000280
      *     22/08/2026  IVS     ARC-REGISTRO AMPLIADO PARA X(103) -     00000290
      *                         AUD-REGISTRO-IMAGEM (CPAUD01) PASSOU    00000300
      *                         DE 70 PARA 80 POSICOES                  00000310
      *     22/08/2026  IVS     ARC-REGISTRO AMPLIADO PARA X(109) -     00000320
      *                         CPAUD01 GANHOU O NUMERO DO LOTE         00000330
      *     15/10/2026  IVS     ARC-REGISTRO AMPLIADO PARA X(154) -     00000340
      *                         TRILHA DE AUDITORIA ENCADEADA; CADA     00000350
      *                         GERACAO ARQUIVADA TERMINA COM UM        00000360
      *                         REGISTRO DE ELO (SITUACAO 'E') COM O    00000370
      *                         VALOR FINAL DA CADEIA, REGRAVADO NO     00000380
      *                         INICIO DA TRILHA ATIVA ESVAZIADA        00000390
      *=======================================================*         00000400
                                                                        00000410
      *=======================================================*         00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=======================================================*         00000440
       INPUT-OUTPUT                              SECTION.               00000450
       FILE-CONTROL.                                                    00000460
             SELECT AUDITORIA  ASSIGN TO ARQAUD                         00000470
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000480
                                                                        00000490
             SELECT ARQUIVO-ARC ASSIGN TO ARQARC                        00000500
                FILE STATUS  IS WRK-FS-ARQARC.                          00000510
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
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000620
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000630
      *=======================================================*         00000640
       DATA                                      DIVISION.              00000650
      *=======================================================*         00000660
       FILE                                      SECTION.               00000670
       FD AUDITORIA.                                                    00000680
           COPY CPAUD01.                                                00000690
                                                                        00000700
       FD ARQUIVO-ARC                                                   00000710
           RECORDING MODE IS F                                          00000720
           BLOCK CONTAINS 0 RECORDS.                                    00000730
       01 ARC-REGISTRO                 PIC X(154).                      00000740
                                                                        00000750
       FD CHECKPT.                                                      00000760
           COPY CPCKPT01.                                               00000770
                                                                        00000780
       FD ERRLOG.                                                       00000790
           COPY CPERRL01.                                               00000800
                                                                        00000810
       FD ESTATIS                                                       00000820
           RECORDING MODE IS F                                          00000830
           BLOCK CONTAINS 0 RECORDS.                                    00000840
           COPY CPSTA01.                                                00000850
      *---------------------------------------------------              00000860
       WORKING-STORAGE                           SECTION.               00000870
      *---------------------------------------------------              00000880
       77 WRK-FS-AUDITORIA    PIC X(02) VALUE SPACES.                   00000890
       77 WRK-FS-ARQARC       PIC X(02) VALUE SPACES.                   00000900
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000910
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000920
       77 WRK-CONT-GRAVADOS   PIC 9(09) COMP VALUE ZERO.                00000930
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00000940
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00000950
       01 WRK-REG-ELO         PIC X(154) VALUE SPACES.                  00000960
       01 WRK-IMG-ELO.                                                  00000970
          05 FILLER           PIC X(42) VALUE                           00000980
             'ELO ENTRE GERACOES ARQUIVADAS - REGISTROS '.              00000990
          05 WRK-ELO-QTD      PIC 9(09) VALUE ZERO.                     00001000
          05 FILLER           PIC X(29) VALUE SPACES.                   00001010
       COPY CPAUD02.                                                    00001020
       COPY CPCAB01.                                                    00001030
       COPY CPCKP01.                                                    00001040
       COPY CPERR01.                                                    00001050
       COPY CPSTT01.                                                    00001060
      *---------------------------------------------------              00001070
       LINKAGE                                    SECTION.              00001080
      *---------------------------------------------------              00001090
       01 WRK-PARM-RESTART.                                             00001100
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001110
          05 WRK-PARM-DADOS           PIC X(66).                        00001120
      *=========================================*                       00001130
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001140
      *=========================================*                       00001150
                                                                        00001160
      *---------------------------------------------------              00001170
       0000-PRINCIPAL                     SECTION.                      00001180
      *---------------------------------------------------              00001190
            PERFORM 0100-INICIAR.                                       00001200
            PERFORM 0200-PROCESSAR UNTIL WRK-FS-AUDITORIA EQUAL '10'.   00001210
            PERFORM 0300-FINALIZAR.                                     00001220
      *---------------------------------------------------              00001230
       0000-99-FIM.            EXIT.                                    00001240
      *---------------------------------------------------              00001250
                                                                        00001260
       0100-INICIAR                       SECTION.                      00001270
            MOVE 'FR05CB15' TO WRK-CAB-PROGRAMA.                        00001280
            PERFORM 0101-CABECALHO-PADRAO.                              00001290
            PERFORM 0131-INICIAR-ESTATISTICA.                           00001300
            PERFORM 0102-INTERPRETAR-PARM.                              00001310
            OPEN INPUT AUDITORIA.                                       00001320
            PERFORM 0103-ABRIR-CHECKPOINT.                              00001330
            PERFORM 0104-POSICIONAR-RESTART.                            00001340
            PERFORM 0115-ABRIR-ARQUIVO-ARC.                             00001350
            PERFORM 0110-TESTAR-STATUS.                                 00001360
            PERFORM 0116-PULAR-REGISTROS-PROCESSADOS.                   00001370
      *---------------------------------------------------              00001380
       0100-99-FIM.            EXIT.                                    00001390
      *---------------------------------------------------              00001400
             COPY CPCAB02.                                              00001410
       COPY CPCKP02.                                                    00001420
           COPY CPERR02.                                                00001430
           COPY CPSTT02.                                                00001440
           COPY CPAUD03.                                                00001450
      *---------------------------------------------------              00001460
      *---------------------------------------------------              00001470
       0115-ABRIR-ARQUIVO-ARC             SECTION.                      00001480
      *    ABRE A SAIDA EM EXTEND QUANDO HOUVER RETOMADA DE UM          00001490
      *    CHECKPOINT ANTERIOR, PARA NAO PERDER O QUE JA FOI            00001500
      *    ARQUIVADO                                                    00001510
      *---------------------------------------------------              00001520
            IF WRK-CKPT-QTD-A-PULAR > ZERO                              00001530
                OPEN EXTEND ARQUIVO-ARC                                 00001540
            ELSE                                                        00001550
                OPEN OUTPUT ARQUIVO-ARC                                 00001560
            END-IF.                                                     00001570
      *---------------------------------------------------              00001580
       0116-PULAR-REGISTROS-PROCESSADOS SECTION.                        00001590
      *    DESPREZA OS REGISTROS DE AUDITORIA JA ARQUIVADOS ANTES       00001600
      *    DO ULTIMO CHECKPOINT                                         00001610
      *---------------------------------------------------              00001620
            PERFORM 0117-PULAR-UM-REGISTRO                              00001630
                UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR            00001640
                   OR WRK-FS-AUDITORIA EQUAL '10'.                      00001650
      *---------------------------------------------------              00001660
       0117-PULAR-UM-REGISTRO           SECTION.                        00001670
      *---------------------------------------------------              00001680
            READ AUDITORIA.                                             00001690
            IF WRK-FS-AUDITORIA EQUAL ZEROS                             00001700
                ADD 1 TO WRK-CONT-LIDOS                                 00001710
                PERFORM 0906-GUARDAR-ELO-AUDITORIA                      00001720
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00001730
                PERFORM 0105-CHECAR-CHECKPOINT                          00001740
            END-IF.                                                     00001750
                                                                        00001760
       0110-TESTAR-STATUS                 SECTION.                      00001770
            IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                         00001780
                MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                 00001790
                PERFORM 9000-TRATA-ERROS                                00001800
            END-IF.                                                     00001810
            IF WRK-FS-ARQARC NOT EQUAL ZEROS                            00001820
                MOVE ' ERRO OPEN ARQUIVO-ARC ' TO WRK-MSG               00001830
                PERFORM 9000-TRATA-ERROS                                00001840
            END-IF.                                                     00001850
      *---------------------------------------------------              00001860
       0200-PROCESSAR                     SECTION.                      00001870
            READ AUDITORIA.                                             00001880
            IF WRK-FS-AUDITORIA EQUAL ZEROS                             00001890
                ADD 1 TO WRK-CONT-LIDOS                                 00001900
                PERFORM 0906-GUARDAR-ELO-AUDITORIA                      00001910
                MOVE CPAUD01-REGISTRO TO ARC-REGISTRO                   00001920
                WRITE ARC-REGISTRO                                      00001930
                ADD 1 TO WRK-CONT-GRAVADOS                              00001940
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00001950
                PERFORM 0105-CHECAR-CHECKPOINT                          00001960
            ELSE                                                        00001970
                MOVE ' FIM DE ARQUIVO ' TO WRK-MSG                      00001980
            END-IF.                                                     00001990
      *---------------------------------------------------              00002000
       0300-FINALIZAR                     SECTION.                      00002010
            MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                 00002020
            PERFORM 0106-FINALIZAR-CHECKPOINT.                          00002030
            PERFORM 0310-GRAVAR-ELO-GERACAO.                            00002040
            CLOSE AUDITORIA.                                            00002050
            CLOSE ARQUIVO-ARC.                                          00002060
            PERFORM 0320-LIMPAR-AUDITORIA.                              00002070
            MOVE WRK-CONT-LIDOS                                         00002080
                TO WRK-STT-REGISTROS.                                   00002090
            PERFORM 9060-GRAVAR-ESTATISTICA.                            00002100
            DISPLAY '------------------'.                               00002110
            DISPLAY '  REGISTROS ARQUIVADOS: ' WRK-CONT-GRAVADOS.       00002120
            MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                        00002130
            PERFORM 9000-TRATA-ERROS.                                   00002140
      *---------------------------------------------------              00002150
       0310-GRAVAR-ELO-GERACAO            SECTION.                      00002160
      *    FECHA A GERACAO ARQUIVADA COM UM REGISTRO DE ELO             00002170
      *    (SITUACAO 'E') PRESO AO ULTIMO REGISTRO COPIADO. O           00002180
      *    MESMO REGISTRO ABRE A TRILHA ATIVA ESVAZIADA (0320),         00002190
      *    LEVANDO O VALOR FINAL DA CADEIA PARA A PROXIMA GERACAO.      00002200
      *    MONTADO AINDA COM A TRILHA ABERTA, NA AREA DO CPAUD01        00002210
      *---------------------------------------------------              00002220
            ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                   00002230
            ACCEPT WRK-HORA-ATUAL FROM TIME.                            00002240
            MOVE 'FR05CB15'           TO AUD-PROGRAMA.                  00002250
            MOVE WRK-DATA-ATUAL       TO AUD-DATA.                      00002260
            MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                      00002270
            SET AUD-ELO-GERACAO       TO TRUE.                          00002280
            MOVE WRK-CONT-GRAVADOS    TO WRK-ELO-QTD.                   00002290
            MOVE WRK-IMG-ELO          TO AUD-REGISTRO-IMAGEM.           00002300
            MOVE ZEROS                TO AUD-NUM-LOTE.                  00002310
            PERFORM 0903-ENCADEAR-AUDITORIA.                            00002320
            MOVE CPAUD01-REGISTRO     TO WRK-REG-ELO.                   00002330
            WRITE ARC-REGISTRO FROM WRK-REG-ELO.                        00002340
      *---------------------------------------------------              00002350
       0320-LIMPAR-AUDITORIA              SECTION.                      00002360
      *    A TRILHA JA ESTA TOTALMENTE COPIADA NA GERACAO DE            00002370
      *    ARQUIVO MORTO ACIMA; REABRE A TRILHA ATIVA EM OUTPUT         00002380
      *    PARA ESVAZIA-LA, PARA QUE OS PROGRAMAS DE INTAKE VOLTEM      00002390
      *    A GRAVA-LA (EM EXTEND) A PARTIR DO ZERO NA PROXIMA NOITE.    00002400
      *    SO O REGISTRO DE ELO (0310) E REGRAVADO NA TRILHA VAZIA      00002410
      *---------------------------------------------------              00002420
            OPEN OUTPUT AUDITORIA.                                      00002430
            WRITE CPAUD01-REGISTRO FROM WRK-REG-ELO.                    00002440
            CLOSE AUDITORIA.                                            00002450
      *---------------------------------------------------              00002460
       9000-TRATA-ERROS                   SECTION.                      00002470
      *---------------------------------------------------              00002480
            PERFORM 9050-GRAVAR-ERRLOG.                                 00002490
            DISPLAY '  MENSAGEM        '  WRK-MSG.                      00002500
            STOP RUN.                                                   00002510
      *--------------------------------------------------------------   00002520
       9000-99-FIM.            EXIT.                                    00002530
      *--------------------------------------------------------------   00002540
                                                                        00002550
