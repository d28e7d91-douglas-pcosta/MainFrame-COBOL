      *=========================================*                       00000010
      *     COPYBOOK : CPAUD03                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: SECOES PADRAO DO ENCADEAMENTO DA TRILHA DE        00000070
      *               AUDITORIA. COPIADO NA PROCEDURE DIVISION          00000080
      *               LOGO APOS O FIM DE 0100-INICIAR, NOS MOLDES       00000090
      *               DO CHECKPOINT PADRAO (CPCKP02). CADA REGISTRO     00000100
      *               GRAVADO LEVA A SEQUENCIA CORRIDA DA TRILHA, O     00000110
      *               HASH DO REGISTRO ANTERIOR E O SEU PROPRIO         00000120
      *               HASH - QUALQUER REGISTRO EXCLUIDO OU ALTERADO     00000130
      *               QUEBRA A CADEIA E E APONTADO PELA VERIFICACAO     00000140
      *               (FR06CB29). O PROGRAMA CHAMADOR E                 00000150
      *               RESPONSAVEL POR:                                  00000160
      *               - DECLARAR O ARQUIVO AUDITORIA (ARQAUD, FD        00000170
      *                 COM CPAUD01, FILE STATUS WRK-FS-AUDITORIA)      00000180
      *                 E COPIAR CPAUD02 NA WORKING-STORAGE             00000190
      *               - CHAMAR 0901-LOCALIZAR-ELO-AUDITORIA ANTES       00000200
      *                 DE ABRIR A TRILHA EM EXTEND                     00000210
      *               - CHAMAR 0903-ENCADEAR-AUDITORIA LOGO ANTES       00000220
      *                 DE CADA WRITE CPAUD01-REGISTRO, COM TODOS       00000230
      *                 OS DEMAIS CAMPOS DO REGISTRO JA PREENCHIDOS     00000240
      *-------------------------------------------------------*         00000250
      *     HISTORICO DE ALTERACOES                                     00000260
      *     DATA       AUTOR   DESCRICAO                                00000270
      *     ----------  ------  --------------------------------        00000280
      *     15/10/2026  IVS     ROTINA INICIAL                          00000290
      *=========================================*                       00000300
      *---------------------------------------------------              00000310
       0901-LOCALIZAR-ELO-AUDITORIA       SECTION.                      00000320
      *    LE A TRILHA ATIVA ATE O FIM PARA GUARDAR O ULTIMO ELO        00000330
      *    DA CADEIA. TRILHA AINDA NAO CRIADA (FILE STATUS 35)          00000340
      *    COMECA A CADEIA DO ZERO                                      00000350
      *---------------------------------------------------              00000360
             MOVE ZEROS TO WRK-AUD-ULT-SEQUENCIA.                       00000370
             MOVE ZEROS TO WRK-AUD-ULT-HASH.                            00000380
             OPEN INPUT AUDITORIA.                                      00000390
             IF WRK-FS-AUDITORIA EQUAL '35'                             00000400
                 GO TO 0901-99-FIM                                      00000410
             END-IF.                                                    00000420
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00000430
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00000440
                 PERFORM 9000-TRATA-ERROS                               00000450
             END-IF.                                                    00000460
             PERFORM 0902-LER-ELO-AUDITORIA                             00000470
                 UNTIL WRK-FS-AUDITORIA NOT EQUAL ZEROS.                00000480
             CLOSE AUDITORIA.                                           00000490
      *---------------------------------------------------              00000500
       0901-99-FIM.            EXIT.                                    00000510
      *---------------------------------------------------              00000520
       0902-LER-ELO-AUDITORIA             SECTION.                      00000530
      *---------------------------------------------------              00000540
             READ AUDITORIA.                                            00000550
             IF WRK-FS-AUDITORIA EQUAL ZEROS                            00000560
                 PERFORM 0906-GUARDAR-ELO-AUDITORIA                     00000570
             END-IF.                                                    00000580
      *---------------------------------------------------              00000590
       0903-ENCADEAR-AUDITORIA            SECTION.                      00000600
      *    PRENDE O REGISTRO CORRENTE AO ULTIMO ELO DA CADEIA E         00000610
      *    CALCULA O SEU HASH, QUE PASSA A SER O NOVO ULTIMO ELO        00000620
      *---------------------------------------------------              00000630
             ADD 1 TO WRK-AUD-ULT-SEQUENCIA.                            00000640
             MOVE WRK-AUD-ULT-SEQUENCIA TO AUD-SEQUENCIA.               00000650
             MOVE WRK-AUD-ULT-HASH      TO AUD-HASH-ANTERIOR.           00000660
             PERFORM 0904-CALCULAR-HASH-AUDITORIA.                      00000670
             MOVE WRK-AUD-HSH-RESULTADO TO AUD-HASH.                    00000680
             MOVE AUD-HASH              TO WRK-AUD-ULT-HASH.            00000690
      *---------------------------------------------------              00000700
       0904-CALCULAR-HASH-AUDITORIA       SECTION.                      00000710
      *    HASH DO REGISTRO CORRENTE EM WRK-AUD-HSH-RESULTADO:          00000720
      *    DOIS RESTOS POLINOMIAIS (BASES 131 E 257, MODULOS            00000730
      *    999999937 E 999999929) SOBRE TUDO O QUE VEM ANTES DE         00000740
      *    AUD-HASH, INCLUSIVE A SEQUENCIA E O HASH ANTERIOR            00000750
      *---------------------------------------------------              00000760
             MOVE ZEROS TO WRK-AUD-HSH-PARTE1.                          00000770
             MOVE ZEROS TO WRK-AUD-HSH-PARTE2.                          00000780
             PERFORM 0905-ACUMULAR-BYTE-HASH                            00000790
                 VARYING WRK-AUD-HSH-POS FROM 1 BY 1                    00000800
                 UNTIL WRK-AUD-HSH-POS > WRK-AUD-HSH-TAMANHO.           00000810
             COMPUTE WRK-AUD-HSH-RESULTADO =                            00000820
                 WRK-AUD-HSH-PARTE1 * 1000000000 + WRK-AUD-HSH-PARTE2.  00000830
      *---------------------------------------------------              00000840
       0905-ACUMULAR-BYTE-HASH            SECTION.                      00000850
      *---------------------------------------------------              00000860
             MOVE CPAUD01-REGISTRO (WRK-AUD-HSH-POS:1)                  00000870
                 TO WRK-AUD-HSH-BYTE-BAIXO.                             00000880
             COMPUTE WRK-AUD-HSH-PRODUTO =                              00000890
                 WRK-AUD-HSH-PARTE1 * 131 + WRK-AUD-HSH-BYTE + 1.       00000900
             DIVIDE WRK-AUD-HSH-PRODUTO BY 999999937                    00000910
                 GIVING WRK-AUD-HSH-QUOCIENTE                           00000920
                 REMAINDER WRK-AUD-HSH-PARTE1.                          00000930
             COMPUTE WRK-AUD-HSH-PRODUTO =                              00000940
                 WRK-AUD-HSH-PARTE2 * 257 + WRK-AUD-HSH-BYTE + 1.       00000950
             DIVIDE WRK-AUD-HSH-PRODUTO BY 999999929                    00000960
                 GIVING WRK-AUD-HSH-QUOCIENTE                           00000970
                 REMAINDER WRK-AUD-HSH-PARTE2.                          00000980
      *---------------------------------------------------              00000990
       0906-GUARDAR-ELO-AUDITORIA         SECTION.                      00001000
      *    GUARDA COMO ULTIMO ELO O REGISTRO RECEM-LIDO                 00001010
      *---------------------------------------------------              00001020
             IF AUD-SEQUENCIA NUMERIC                                   00001030
                AND AUD-HASH NUMERIC                                    00001040
                 MOVE AUD-SEQUENCIA TO WRK-AUD-ULT-SEQUENCIA            00001050
                 MOVE AUD-HASH      TO WRK-AUD-ULT-HASH                 00001060
             END-IF.                                                    00001070
