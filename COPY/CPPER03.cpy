      *=========================================*                       00000010
      *     COPYBOOK : CPPER03                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: SECOES PADRAO DA TRAVA DE PERIODO CONTABIL        00000070
      *               DOS PROGRAMAS DE POSTAGEM. COPIADO NA             00000080
      *               PROCEDURE DIVISION LOGO APOS O FIM DE             00000090
      *               0100-INICIAR, NOS MOLDES DE CPAUD03. O MES        00000100
      *               DA DATA DE NEGOCIO E CONFERIDO NO CONTROLE        00000110
      *               DE PERIODOS (CPPER01):                            00000120
      *               - ABERTO OU SEM REGISTRO: LANCA NA PROPRIA        00000130
      *                 DATA DE NEGOCIO                                 00000140
      *               - FECHADO: DESVIA OS LANCAMENTOS PARA O           00000150
      *                 PRIMEIRO DIA DO PRIMEIRO PERIODO ABERTO         00000160
      *                 SEGUINTE, GRAVANDO CADA UM NO ARQUIVO DE        00000170
      *                 DESVIOS (CPDSV01) PARA O RELATORIO              00000180
      *               - EM FECHAMENTO, OU FECHADO SEM PERIODO           00000190
      *                 ABERTO NOS 24 MESES SEGUINTES: BLOQUEIA -       00000200
      *                 CADA LANCAMENTO E REJEITADO COM O MOTIVO        00000210
      *                 PROPRIO DO PROGRAMA                             00000220
      *               O PROGRAMA CHAMADOR E RESPONSAVEL POR:            00000230
      *               - DECLARAR O ARQUIVO PERIODO (ARQPER,             00000240
      *                 INDEXADO POR PER-ANOMES, FD COM CPPER01)        00000250
      *                 E O ARQUIVO DESVIO (ARQDSV, FD COM              00000260
      *                 CPDSV01) E COPIAR CPPER02 NA                    00000270
      *                 WORKING-STORAGE                                 00000280
      *               - CHAMAR 0970-CONFERIR-PERIODO E                  00000290
      *                 0973-ABRIR-DESVIO NA INICIALIZACAO, APOS        00000300
      *                 OBTER A DATA DE NEGOCIO                         00000310
      *               - CARIMBAR OS LANCAMENTOS COM                     00000320
      *                 WRK-DATA-LANCAMENTO                             00000330
      *               - CHAMAR 0972-GRAVAR-DESVIO PARA CADA             00000340
      *                 LANCAMENTO FEITO COM O PERIODO DESVIADO,        00000350
      *                 COM DSV-DOCUMENTO E DSV-VALOR PREENCHIDOS       00000360
      *-------------------------------------------------------*         00000370
      *     HISTORICO DE ALTERACOES                                     00000380
      *     DATA       AUTOR   DESCRICAO                                00000390
      *     ----------  ------  --------------------------------        00000400
      *     15/10/2026  IVS     ROTINA INICIAL                          00000410
      *=========================================*                       00000420
      *---------------------------------------------------              00000430
       0970-CONFERIR-PERIODO              SECTION.                      00000440
      *    APURA A DATA DE LANCAMENTO DA EXECUCAO PELA SITUACAO         00000450
      *    DO MES DA DATA DE NEGOCIO. SEM O CONTROLE DE PERIODOS        00000460
      *    (FILE STATUS 35) TODOS OS MESES VALEM COMO ABERTOS,          00000470
      *    COM AVISO NO SYSOUT                                          00000480
      *---------------------------------------------------              00000490
             SET WRK-PERIODO-LIVRE TO TRUE.                             00000500
             MOVE WRK-DATA-NEGOCIO       TO WRK-DATA-LANCAMENTO.        00000510
             MOVE WRK-DATA-NEGOCIO (1:6) TO WRK-PER-MES-ORIGEM.         00000520
             MOVE SPACE                  TO WRK-PER-SITUACAO-ORIGEM.    00000530
             OPEN INPUT PERIODO.                                        00000540
             IF WRK-FS-PERIODO EQUAL '35'                               00000550
                 DISPLAY ' AVISO: SEM CONTROLE DE PERIODO CONTABIL'     00000560
                         ' - TODOS OS MESES ABERTOS'                    00000570
                 GO TO 0970-99-FIM                                      00000580
             END-IF.                                                    00000590
             IF WRK-FS-PERIODO NOT EQUAL ZEROS                          00000600
                 MOVE ' ERRO OPEN PERIODO CONTABIL ' TO WRK-MSG         00000610
                 PERFORM 9000-TRATA-ERROS                               00000620
             END-IF.                                                    00000630
             MOVE WRK-PER-MES-ORIGEM TO PER-ANOMES.                     00000640
             READ PERIODO                                               00000650
                 INVALID KEY                                            00000660
                     SET PER-ABERTO TO TRUE                             00000670
             END-READ.                                                  00000680
             MOVE PER-SITUACAO TO WRK-PER-SITUACAO-ORIGEM.              00000690
             IF PER-FECHADO                                             00000700
                 SET WRK-PERIODO-BLOQUEADO TO TRUE                      00000710
                 MOVE WRK-PER-MES-ORIGEM TO WRK-PER-MES-TESTE-R         00000720
                 MOVE ZERO TO WRK-PER-TENTATIVAS                        00000730
                 PERFORM 0971-PROCURAR-PERIODO-ABERTO                   00000740
                     UNTIL WRK-PERIODO-DESVIADO                         00000750
                        OR WRK-PER-TENTATIVAS                           00000760
                               >= WRK-PER-MAX-TENTATIVAS                00000770
             ELSE IF PER-EM-FECHAMENTO                                  00000780
                 SET WRK-PERIODO-BLOQUEADO TO TRUE                      00000790
             END-IF END-IF.                                             00000800
             CLOSE PERIODO.                                             00000810
             IF WRK-PERIODO-DESVIADO                                    00000820
                 DISPLAY ' AVISO: PERIODO ' WRK-PER-MES-ORIGEM          00000830
                         ' FECHADO - LANCAMENTOS DESVIADOS PARA '       00000840
                         WRK-DATA-LANCAMENTO                            00000850
             END-IF.                                                    00000860
             IF WRK-PERIODO-BLOQUEADO                                   00000870
                 DISPLAY ' AVISO: PERIODO ' WRK-PER-MES-ORIGEM          00000880
                         ' BLOQUEADO (SITUACAO '                        00000890
                         WRK-PER-SITUACAO-ORIGEM                        00000900
                         ') - LANCAMENTOS REJEITADOS'                   00000910
             END-IF.                                                    00000920
      *---------------------------------------------------              00000930
       0970-99-FIM.            EXIT.                                    00000940
      *---------------------------------------------------              00000950
       0971-PROCURAR-PERIODO-ABERTO       SECTION.                      00000960
      *    AVANCA UM MES E CONFERE A SITUACAO - MES SEM REGISTRO        00000970
      *    OU ABERTO RECEBE OS LANCAMENTOS NO SEU PRIMEIRO DIA;         00000980
      *    MES EM FECHAMENTO OU FECHADO E PULADO                        00000990
      *---------------------------------------------------              00001000
             ADD 1 TO WRK-PER-TENTATIVAS.                               00001010
             IF WRK-PER-TST-MES EQUAL 12                                00001020
                 MOVE 1 TO WRK-PER-TST-MES                              00001030
                 ADD 1 TO WRK-PER-TST-ANO                               00001040
             ELSE                                                       00001050
                 ADD 1 TO WRK-PER-TST-MES                               00001060
             END-IF.                                                    00001070
             MOVE WRK-PER-MES-TESTE-R TO PER-ANOMES.                    00001080
             READ PERIODO                                               00001090
                 INVALID KEY                                            00001100
                     SET PER-ABERTO TO TRUE                             00001110
             END-READ.                                                  00001120
             IF PER-ABERTO                                              00001130
                 SET WRK-PERIODO-DESVIADO TO TRUE                       00001140
                 COMPUTE WRK-DATA-LANCAMENTO =                          00001150
                     WRK-PER-MES-TESTE-R * 100 + 1                      00001160
             END-IF.                                                    00001170
      *---------------------------------------------------              00001180
       0972-GRAVAR-DESVIO                 SECTION.                      00001190
      *    GRAVA NO ARQUIVO DE DESVIOS O LANCAMENTO CORRENTE -          00001200
      *    DSV-DOCUMENTO E DSV-VALOR JA PREENCHIDOS PELO CHAMADOR       00001210
      *---------------------------------------------------              00001220
             MOVE WRK-CAB-PROGRAMA    TO DSV-PROGRAMA.                  00001230
             MOVE WRK-DATA-NEGOCIO    TO DSV-DATA-ORIGINAL.             00001240
             MOVE WRK-DATA-LANCAMENTO TO DSV-DATA-LANCAMENTO.           00001250
             WRITE CPDSV01-REGISTRO.                                    00001260
             ADD 1 TO WRK-CONT-DESVIADOS.                               00001270
      *---------------------------------------------------              00001280
       0973-ABRIR-DESVIO                  SECTION.                      00001290
      *    ABRE O ARQUIVO DE DESVIOS EM EXTEND, CRIANDO-O NA            00001300
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00001310
      *---------------------------------------------------              00001320
             OPEN EXTEND DESVIO.                                        00001330
             IF WRK-FS-DESVIO EQUAL '35'                                00001340
                 OPEN OUTPUT DESVIO                                     00001350
                 CLOSE DESVIO                                           00001360
                 OPEN EXTEND DESVIO                                     00001370
             END-IF.                                                    00001380
             IF WRK-FS-DESVIO NOT EQUAL ZEROS                           00001390
                 MOVE ' ERRO OPEN DESVIO ' TO WRK-MSG                   00001400
                 PERFORM 9000-TRATA-ERROS                               00001410
             END-IF.                                                    00001420
