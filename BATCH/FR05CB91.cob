      *-------------------------------------------------------*         00000100
      *     DATA    : 02/09/2026                                        00000110
      *     OBJETIVO: CONVERSAO (UNICA) DO HISTORICO DE CLIENTES        00000120
      *               ARQUIVADOS (FR05CB45) DO LAYOUT ANTIGO DE 89      00000130
      *               POSICOES (IMAGEM DE 81 + DATA) PARA O LAYOUT      00000140
      *               NOVO DE 97 POSICOES (CPCLH01) - O CPCLIE01        00000150
      *               GANHOU A CONDICAO DE PAGAMENTO E O CLIENTE PAI    00000160
      *               NO FIM DA IMAGEM E A DATA DE ARQUIVAMENTO         00000170
      *               MUDOU DE POSICAO. OS CAMPOS NOVOS SAEM COM O      00000180
      *               VALOR DE REGISTRO LEGADO (CONDICAO EM BRANCO =    00000190
      *               PARCELA UNICA, PAI ZERADO = CLIENTE               00000200
      *               INDEPENDENTE). A SAIDA E UM DATASET NOVO:         00000210
      *               A TROCA DE NOME E FEITA PELO STEP DE IDCAMS       00000220
      *               DO JOB FR01CBCLH, E O DISP=(NEW,CATLG) DA         00000230
      *               SAIDA IMPEDE UMA SEGUNDA EXECUCAO ACIDENTAL       00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA        AUTOR   DESCRICAO                               00000270
      *     ----------  ------  --------------------------------        00000280
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000290
      *     15/10/2026  IVS     CONVERSAO REFEITA PARA O CPCLH01 DE 97  00000300
      *                         POSICOES (IMAGEM DE 81 PARA 89, COM A   00000310
      *                         CONDICAO DE PAGAMENTO E O CLIENTE PAI)  00000320
      *=======================================================*         00000330
                                                                        00000340
      *=======================================================*         00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=======================================================*         00000370
       INPUT-OUTPUT                              SECTION.               00000380
       FILE-CONTROL.                                                    00000390
             SELECT HIST-VELHO ASSIGN TO ARQHVEL                        00000400
                FILE STATUS  IS WRK-FS-HVELHO.                          00000410
                                                                        00000420
             SELECT HIST-NOVO  ASSIGN TO ARQHNOV                        00000430
                FILE STATUS  IS WRK-FS-HNOVO.                           00000440
                                                                        00000450
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000460
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000470
                                                                        00000480
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000490
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000500
      *=======================================================*         00000510
       DATA                                      DIVISION.              00000520
      *=======================================================*         00000530
       FILE                                      SECTION.               00000540
       FD HIST-VELHO                                                    00000550
           RECORDING MODE IS F                                          00000560
           BLOCK CONTAINS 0 RECORDS.                                    00000570
      *    LAYOUT ANTIGO DO HISTORICO (ANTES DA CONDICAO DE             00000580
      *    PAGAMENTO E DO CLIENTE PAI NO CPCLIE01)                      00000590
       01 HVE-REGISTRO.                                                 00000600
          05 HVE-IMAGEM            PIC X(81).                           00000610
          05 HVE-DATA-ARQUIVAMENTO PIC 9(08).                           00000620
                                                                        00000630
       FD HIST-NOVO                                                     00000640
           RECORDING MODE IS F                                          00000650
           BLOCK CONTAINS 0 RECORDS.                                    00000660
           COPY CPCLH01.                                                00000670
                                                                        00000680
       FD ERRLOG.                                                       00000690
           COPY CPERRL01.                                               00000700
                                                                        00000710
       FD ESTATIS                                                       00000720
           RECORDING MODE IS F                                          00000730
           BLOCK CONTAINS 0 RECORDS.                                    00000740
           COPY CPSTA01.                                                00000750
      *---------------------------------------------------              00000760
       WORKING-STORAGE                           SECTION.               00000770
      *---------------------------------------------------              00000780
       77 WRK-FS-HVELHO       PIC X(02) VALUE SPACES.                   00000790
       77 WRK-FS-HNOVO        PIC X(02) VALUE SPACES.                   00000800
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000810
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00000820
       77 WRK-CONT-CONVERTE   PIC 9(09) COMP VALUE ZERO.                00000830
      *---------------------------------------------------              00000840
      *    IMAGEM NO LAYOUT NOVO - MONTADA CAMPO A CAMPO, PARA O        00000850
      *    CLIENTE PAI SAIR NUMERICO (ZEROS)                            00000860
      *---------------------------------------------------              00000870
       01 WRK-IMAGEM-NOVA.                                              00000880
          05 WRK-IMG-BASE          PIC X(81).                           00000890
          05 WRK-IMG-COND-PAGTO    PIC X(03).                           00000900
          05 WRK-IMG-CLIENTE-PAI   PIC 9(05).                           00000910
       COPY CPCAB01.                                                    00000920
       COPY CPERR01.                                                    00000930
       COPY CPSTT01.                                                    00000940
      *=========================================*                       00000950
       PROCEDURE DIVISION.                                              00000960
      *=========================================*                       00000970
                                                                        00000980
      *---------------------------------------------------              00000990
       0000-PRINCIPAL                     SECTION.                      00001000
      *---------------------------------------------------              00001010
             PERFORM 0100-INICIAR.                                      00001020
             PERFORM 0200-PROCESSAR                                     00001030
                 UNTIL WRK-FS-HVELHO NOT EQUAL ZEROS.                   00001040
             PERFORM 0300-FINALIZAR.                                    00001050
      *---------------------------------------------------              00001060
       0000-99-FIM.            EXIT.                                    00001070
      *---------------------------------------------------              00001080
                                                                        00001090
       0100-INICIAR                       SECTION.                      00001100
             MOVE 'FR05CB91' TO WRK-CAB-PROGRAMA.                       00001110
             PERFORM 0101-CABECALHO-PADRAO.                             00001120
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001130
             OPEN INPUT  HIST-VELHO.                                    00001140
             OPEN OUTPUT HIST-NOVO.                                     00001150
             PERFORM 0110-TESTAR-STATUS.                                00001160
      *---------------------------------------------------              00001170
       0100-99-FIM.            EXIT.                                    00001180
      *---------------------------------------------------              00001190
           COPY CPCAB02.                                                00001200
           COPY CPERR02.                                                00001210
           COPY CPSTT02.                                                00001220
      *---------------------------------------------------              00001230
       0110-TESTAR-STATUS                 SECTION.                      00001240
             IF WRK-FS-HVELHO NOT EQUAL ZEROS                           00001250
                 MOVE ' ERRO OPEN HISTORICO ANTIGO ' TO WRK-MSG         00001260
                 PERFORM 9000-TRATA-ERROS                               00001270
             END-IF.                                                    00001280
             IF WRK-FS-HNOVO NOT EQUAL ZEROS                            00001290
                 MOVE ' ERRO OPEN HISTORICO NOVO ' TO WRK-MSG           00001300
                 PERFORM 9000-TRATA-ERROS                               00001310
             END-IF.                                                    00001320
      *---------------------------------------------------              00001330
       0200-PROCESSAR                     SECTION.                      00001340
             READ HIST-VELHO NEXT RECORD.                               00001350
             IF WRK-FS-HVELHO EQUAL ZEROS                               00001360
                 ADD 1 TO WRK-CONT-LIDOS                                00001370
                 MOVE HVE-IMAGEM  TO WRK-IMG-BASE                       00001380
                 MOVE SPACES      TO WRK-IMG-COND-PAGTO                 00001390
                 MOVE ZEROS       TO WRK-IMG-CLIENTE-PAI                00001400
                 MOVE WRK-IMAGEM-NOVA TO CLH-IMAGEM-CLIENTE             00001410
                 MOVE HVE-DATA-ARQUIVAMENTO                             00001420
                     TO CLH-DATA-ARQUIVAMENTO                           00001430
                 WRITE CPCLH01-REGISTRO                                 00001440
                 ADD 1 TO WRK-CONT-CONVERTE                             00001450
             END-IF.                                                    00001460
      *---------------------------------------------------              00001470
       0300-FINALIZAR                     SECTION.                      00001480
             MOVE WRK-CONT-LIDOS                                        00001490
                 TO WRK-STT-REGISTROS.                                  00001500
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00001510
             CLOSE HIST-VELHO.                                          00001520
             CLOSE HIST-NOVO.                                           00001530
             DISPLAY '------------------'.                              00001540
             DISPLAY '  REGISTROS LIDOS......: ' WRK-CONT-LIDOS.        00001550
             DISPLAY '  REGISTROS CONVERTIDOS: ' WRK-CONT-CONVERTE.     00001560
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00001570
             PERFORM 9000-TRATA-ERROS.                                  00001580
      *---------------------------------------------------              00001590
       9000-TRATA-ERROS                   SECTION.                      00001600
      *---------------------------------------------------              00001610
             PERFORM 9050-GRAVAR-ERRLOG.                                00001620
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00001630
             STOP RUN.                                                  00001640
      *--------------------------------------------------------------   00001650
       9000-99-FIM.            EXIT.                                    00001660
      *--------------------------------------------------------------   00001670
