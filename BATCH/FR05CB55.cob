      *                         (VALOR * 100), COMO NA FR05CB26/51      00000330
      *                         - A MOVIMENTACAO DIRETA TRUNCAVA        00000340
      *                         OS CENTAVOS NO CAMPO INTEIRO            00000350
      *     15/10/2026  IVS     CHAVE DO CONTAS A RECEBER PASSA A       00000360
      *                         SER NOTA + PARCELA (REC-CHAVE) -        00000370
      *                         CADA PARCELA SAI NUM DETALHE DA         00000380
      *                         REMESSA COM A PARCELA                   00000390
      *                         (REM-PARCELA)                           00000400
      *     15/10/2026  IVS     DETALHE DA REMESSA PASSA A LEVAR        00000410
      *                         A INSTRUCAO DE ENCARGOS POR             00000420
      *                         ATRASO (MULTA, JUROS POR DIA            00000430
      *                         SOBRE O SALDO E CARENCIA) DA            00000440
      *                         TABELA VIGENTE NO VENCIMENTO,           00000450
      *                         APURADA PELO SERVICO FR06CB02;          00000460
      *                         TITULO DE ENCARGOS SAI ZERADO           00000470
      *     15/10/2026  IVS     REGISTRA A REMESSA NO MANIFESTO DAS     00000480
      *                         INTERFACES DE SAIDA (FR06CB34,          00000490
      *                         //ARQMNF) COM A QTD E O VALOR DO        00000500
      *                         TRAILER, PARA A LIBERACAO (FR06CB35)    00000510
      *=======================================================*         00000520
                                                                        00000530
      *=======================================================*         00000540
       ENVIRONMENT                               DIVISION.              00000550
      *=======================================================*         00000560
       INPUT-OUTPUT                              SECTION.               00000570
       FILE-CONTROL.                                                    00000580
             SELECT CONTASREC ASSIGN TO ARQREC                          00000590
                ORGANIZATION IS INDEXED                                 00000600
                ACCESS MODE  IS SEQUENTIAL                              00000610
                RECORD KEY   IS REC-CHAVE                               00000620
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000630
                                                                        00000640
             SELECT REMESSA  ASSIGN TO ARQREM                           00000650
                FILE STATUS  IS WRK-FS-REMESSA.                         00000660
                                                                        00000670
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS CAL-DATA                                00000710
                FILE STATUS  IS WRK-FS-CALEND.                          00000720
                                                                        00000730
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000740
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000750
                                                                        00000760
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000770
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000780
                                                                        00000790
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000800
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000810
      *=======================================================*         00000820
       DATA                                      DIVISION.              00000830
      *=======================================================*         00000840
       FILE                                      SECTION.               00000850
       FD CONTASREC.                                                    00000860
           COPY CPREC01.                                                00000870
                                                                        00000880
       FD REMESSA                                                       00000890
           RECORDING MODE IS F                                          00000900
           BLOCK CONTAINS 0 RECORDS.                                    00000910
           COPY CPREM01.                                                00000920
                                                                        00000930
       FD CALENDARIO.                                                   00000940
           COPY CPCAL01.                                                00000950
                                                                        00000960
       FD CONTROLE                                                      00000970
           RECORDING MODE IS F                                          00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
           COPY CPCTRL01.                                               00001000
                                                                        00001010
       FD ERRLOG.                                                       00001020
           COPY CPERRL01.                                               00001030
                                                                        00001040
       FD ESTATIS                                                       00001050
           RECORDING MODE IS F                                          00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
           COPY CPSTA01.                                                00001080
      *---------------------------------------------------              00001090
       WORKING-STORAGE                           SECTION.               00001100
      *---------------------------------------------------              00001110
       77 WRK-FS-CONTASREC    PIC X(02) VALUE SPACES.                   00001120
       77 WRK-FS-REMESSA      PIC X(02) VALUE SPACES.                   00001130
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001140
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001150
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001160
       77 WRK-CONT-REMETIDOS  PIC 9(09) COMP VALUE ZERO.                00001170
       77 WRK-VALOR-REMESSA   PIC 9(13)V99 COMP-3 VALUE ZERO.           00001180
       77 WRK-SALDO-DEVEDOR   PIC 9(09)V99 COMP-3 VALUE ZERO.           00001190
       COPY CPCAB01.                                                    00001200
       COPY CPERR01.                                                    00001210
       COPY CPDTA01.                                                    00001220
       COPY CPSTT01.                                                    00001230
       COPY CPENC02.                                                    00001240
       COPY CPMNF02.                                                    00001250
      *=========================================*                       00001260
       PROCEDURE DIVISION.                                              00001270
      *=========================================*                       00001280
                                                                        00001290
      *---------------------------------------------------              00001300
       0000-PRINCIPAL                     SECTION.                      00001310
      *---------------------------------------------------              00001320
             PERFORM 0100-INICIAR.                                      00001330
             PERFORM 0200-PROCESSAR                                     00001340
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS.                00001350
             PERFORM 0300-FINALIZAR.                                    00001360
      *---------------------------------------------------              00001370
       0000-99-FIM.            EXIT.                                    00001380
      *---------------------------------------------------              00001390
                                                                        00001400
       0100-INICIAR                       SECTION.                      00001410
             MOVE 'FR05CB55' TO WRK-CAB-PROGRAMA.                       00001420
             PERFORM 0101-CABECALHO-PADRAO.                             00001430
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00001440
             PERFORM 0131-INICIAR-ESTATISTICA.                          00001450
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00001460
             OPEN I-O CONTASREC.                                        00001470
             OPEN OUTPUT REMESSA.                                       00001480
             OPEN OUTPUT CONTROLE.                                      00001490
             PERFORM 0110-TESTAR-STATUS.                                00001500
             PERFORM 0120-GRAVAR-HEADER.                                00001510
      *---------------------------------------------------              00001520
       0100-99-FIM.            EXIT.                                    00001530
      *---------------------------------------------------              00001540
           COPY CPCAB02.                                                00001550
           COPY CPERR02.                                                00001560
           COPY CPDTA02.                                                00001570
           COPY CPSTT02.                                                00001580
      *---------------------------------------------------              00001590
       0110-TESTAR-STATUS                 SECTION.                      00001600
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00001610
                 MOVE ' ERRO OPEN CONTAS A RECEBER ' TO WRK-MSG         00001620
                 PERFORM 9000-TRATA-ERROS                               00001630
             END-IF.                                                    00001640
             IF WRK-FS-REMESSA NOT EQUAL ZEROS                          00001650
                 MOVE ' ERRO OPEN REMESSA ' TO WRK-MSG                  00001660
                 PERFORM 9000-TRATA-ERROS                               00001670
             END-IF.                                                    00001680
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00001690
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00001700
                 PERFORM 9000-TRATA-ERROS                               00001710
             END-IF.                                                    00001720
      *---------------------------------------------------              00001730
       0120-GRAVAR-HEADER                 SECTION.                      00001740
             MOVE SPACES           TO CPREM01-REGISTRO.                 00001750
             SET REM-REG-HEADER    TO TRUE.                             00001760
             MOVE WRK-DATA-NEGOCIO TO REM-DATA-GERACAO.                 00001770
             MOVE 'FOURSYS '       TO REM-ORIGEM.                       00001780
             WRITE CPREM01-REGISTRO.                                    00001790
      *---------------------------------------------------              00001800
       0200-PROCESSAR                     SECTION.                      00001810
             READ CONTASREC NEXT RECORD.                                00001820
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00001830
                 ADD 1 TO WRK-CONT-LIDOS                                00001840
                 IF REC-SIT-ABERTO AND NOT REC-REMETIDO                 00001850
                     PERFORM 0210-REMETER-TITULO                        00001860
                 END-IF                                                 00001870
             END-IF.                                                    00001880
      *---------------------------------------------------              00001890
       0210-REMETER-TITULO                SECTION.                      00001900
      *    GRAVA O DETALHE DA REMESSA COM O SALDO DEVEDOR DO            00001910
      *    TITULO E MARCA O TITULO COMO REMETIDO                        00001920
      *---------------------------------------------------              00001930
             COMPUTE WRK-SALDO-DEVEDOR =                                00001940
                 REC-VALOR - REC-VALOR-PAGO.                            00001950
             MOVE SPACES              TO CPREM01-REGISTRO.              00001960
             SET REM-REG-DETALHE      TO TRUE.                          00001970
             MOVE REC-NUM-NOTA        TO REM-NUM-NOTA.                  00001980
             MOVE REC-PARCELA         TO REM-PARCELA.                   00001990
             MOVE REC-CLI-ID          TO REM-CLI-ID.                    00002000
             MOVE WRK-SALDO-DEVEDOR   TO REM-VALOR.                     00002010
             MOVE REC-DATA-EMISSAO    TO REM-DATA-EMISSAO.              00002020
             MOVE REC-DATA-VENCIMENTO TO REM-DATA-VENCIMENTO.           00002030
             PERFORM 0215-INSTRUIR-ENCARGOS.                            00002040
             WRITE CPREM01-REGISTRO.                                    00002050
             SET REC-REMETIDO TO TRUE.                                  00002060
             REWRITE CPREC01-REGISTRO.                                  00002070
             ADD 1 TO WRK-CONT-REMETIDOS.                               00002080
             ADD WRK-SALDO-DEVEDOR TO WRK-VALOR-REMESSA.                00002090
      *---------------------------------------------------              00002100
       0215-INSTRUIR-ENCARGOS             SECTION.                      00002110
      *    INSTRUCAO DE COBRANCA DE ENCARGOS POR ATRASO - TAXAS DA      00002120
      *    TABELA VIGENTE NO VENCIMENTO E JUROS POR DIA SOBRE O         00002130
      *    SALDO REMETIDO. TITULO DE ENCARGOS E TABELA AUSENTE          00002140
      *    SAEM COM A INSTRUCAO ZERADA                                  00002150
      *---------------------------------------------------              00002160
             MOVE ZEROS TO REM-PERC-MULTA.                              00002170
             MOVE ZEROS TO REM-JUROS-DIA.                               00002180
             MOVE ZEROS TO REM-DIAS-CARENCIA.                           00002190
             IF REC-TITULO-ENCARGO                                      00002200
                 GO TO 0215-99-FIM                                      00002210
             END-IF.                                                    00002220
             MOVE REC-DATA-VENCIMENTO TO ENC-CHK-DATA-VENCIMENTO.       00002230
             MOVE REC-DATA-VENCIMENTO TO ENC-CHK-DATA-PAGAMENTO.        00002240
             MOVE WRK-SALDO-DEVEDOR   TO ENC-CHK-VALOR-BASE.            00002250
             CALL 'FR06CB02' USING CPENC02-AREA.                        00002260
             IF ENC-CHK-ERRO-ARQ                                        00002270
                 DISPLAY ' AVISO: ERRO NA TABELA DE ENCARGOS - NOTA '   00002280
                         REC-NUM-NOTA '/' REC-PARCELA ' SEM INSTRUCAO'  00002290
             END-IF.                                                    00002300
             IF ENC-CHK-OK                                              00002310
                 MOVE ENC-CHK-PERC-MULTA    TO REM-PERC-MULTA           00002320
                 MOVE ENC-CHK-JUROS-DIA     TO REM-JUROS-DIA            00002330
                 MOVE ENC-CHK-DIAS-CARENCIA TO REM-DIAS-CARENCIA        00002340
             END-IF.                                                    00002350
       0215-99-FIM.            EXIT.                                    00002360
      *---------------------------------------------------              00002370
       0300-FINALIZAR                     SECTION.                      00002380
             PERFORM 0320-GRAVAR-TRAILER.                               00002390
             PERFORM 0310-GRAVA-CONTROLE.                               00002400
             MOVE WRK-CONT-LIDOS                                        00002410
                 TO WRK-STT-REGISTROS.                                  00002420
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00002430
             CLOSE CONTASREC.                                           00002440
             CLOSE REMESSA.                                             00002450
             CLOSE CONTROLE.                                            00002460
             PERFORM 0330-REGISTRAR-MANIFESTO.                          00002470
             DISPLAY '------------------'.                              00002480
             DISPLAY '  TITULOS LIDOS.....: ' WRK-CONT-LIDOS.           00002490
             DISPLAY '  TITULOS REMETIDOS.: ' WRK-CONT-REMETIDOS.       00002500
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00002510
             PERFORM 9000-TRATA-ERROS.                                  00002520
      *---------------------------------------------------              00002530
       0320-GRAVAR-TRAILER                SECTION.                      00002540
             MOVE SPACES             TO CPREM01-REGISTRO.               00002550
             SET REM-REG-TRAILER     TO TRUE.                           00002560
             MOVE WRK-CONT-REMETIDOS TO REM-QTD-TITULOS.                00002570
             MOVE WRK-VALOR-REMESSA  TO REM-VALOR-TOTAL.                00002580
             WRITE CPREM01-REGISTRO.                                    00002590
      *---------------------------------------------------              00002600
       0310-GRAVA-CONTROLE                SECTION.                      00002610
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00002620
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00002630
      *---------------------------------------------------              00002640
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00002650
             MOVE SPACES              TO CTL-DATA-HORA.                 00002660
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00002670
             MOVE WRK-CONT-REMETIDOS  TO CTL-QTD-GRAVADOS.              00002680
             MOVE ZEROS               TO CTL-QTD-REJEITADOS.            00002690
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00002700
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00002710
             COMPUTE CTL-HASH-TOTAL =                                   00002720
                 WRK-VALOR-REMESSA * 100.                               00002730
             MOVE ZERO                TO CTL-QTD-FONTES.                00002740
             WRITE CPCTRL01-REGISTRO.                                   00002750
      *---------------------------------------------------              00002760
       0330-REGISTRAR-MANIFESTO           SECTION.                      00002770
      *    REGISTRA A REMESSA NO MANIFESTO DAS INTERFACES DE            00002780
      *    SAIDA (SERVICO FR06CB34) COM A QTD DE TITULOS E O            00002790
      *    VALOR TOTAL EM CENTAVOS DO TRAILER, CONFERIDOS PELA          00002800
      *    LIBERACAO PARA TRANSMISSAO (FR06CB35)                        00002810
      *---------------------------------------------------              00002820
             MOVE 'REMESSA'           TO MNF-REG-INTERFACE.             00002830
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00002840
             SET MNF-REG-NOVA         TO TRUE.                          00002850
             MOVE WRK-CONT-REMETIDOS  TO MNF-REG-QTD-REGISTROS.         00002860
             COMPUTE MNF-REG-VALOR-HASH =                               00002870
                 WRK-VALOR-REMESSA * 100.                               00002880
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00002890
             IF MNF-REG-OK                                              00002900
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00002910
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00002920
                         MNF-REG-GERACAO                                00002930
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00002940
                 DISPLAY ' AVISO: REMESSA JA TRANSMITIDA NA DATA - '    00002950
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00002960
                         MNF-REG-GERACAO                                00002970
             ELSE                                                       00002980
                 DISPLAY ' AVISO: REMESSA NAO REGISTRADA NO '           00002990
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00003000
             END-IF                                                     00003010
             END-IF.                                                    00003020
      *---------------------------------------------------              00003030
       9000-TRATA-ERROS                   SECTION.                      00003040
      *---------------------------------------------------              00003050
             PERFORM 9050-GRAVAR-ERRLOG.                                00003060
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00003070
             STOP RUN.                                                  00003080
      *--------------------------------------------------------------   00003090
       9000-99-FIM.            EXIT.                                    00003100
      *--------------------------------------------------------------   00003110
