      *=========================================*                       00000010
      *     COPYBOOK : CPAPV03                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: SECOES PADRAO DA DUPLA CUSTODIA DAS               00000070
      *               MANUTENCOES DE MASTER. COPIADO NA PROCEDURE       00000080
      *               DIVISION LOGO APOS O FIM DE 0100-INICIAR, NOS     00000090
      *               MOLDES DO CHECKPOINT PADRAO (CPCKP02). O          00000100
      *               PROGRAMA CHAMADOR E RESPONSAVEL POR:              00000110
      *               - DECLARAR O ARQUIVO APROVACAO (ARQAPV,           00000120
      *                 INDEXADO POR APV-NUMERO, FD COM CPAPV01),       00000130
      *                 COPIAR CPAPV02 E CPSRV01 NA WORKING-STORAGE     00000140
      *                 E TER WRK-REGISTRO, WRK-HORA-ATUAL E O          00000150
      *                 INDICADOR WRK-REGISTRO-VALIDO                   00000160
      *               - CHAMAR 0140-ABRIR-APROVACAO NO INICIO E         00000170
      *                 0150-APLICAR-APROVADOS ANTES DO PRIMEIRO        00000180
      *                 CARTAO DA SYSIN (FORA DO MODO ENSAIO)           00000190
      *               - TER A SECAO 0250-APLICAR-CARTAO-APROVADO,       00000200
      *                 QUE VALIDA E APLICA O CARTAO JA MOVIDO PARA     00000210
      *                 WRK-REGISTRO, GRAVA REJEITO/AUDITORIA E         00000220
      *                 DEVOLVE O RESULTADO EM WRK-REGISTRO-VALIDO      00000230
      *               - PARA RETER UM CARTAO, LIMPAR O REGISTRO,        00000240
      *                 PREENCHER APV-REGRA, APV-CHAVE, OS VALORES      00000250
      *                 ANTERIOR/NOVO E APV-NUM-LOTE E CHAMAR           00000260
      *                 0145-RETER-CARTAO                               00000270
      *               - FECHAR APROVACAO EM 0300-FINALIZAR              00000280
      *               O NUMERO DA PENDENCIA VEM DO SERVICO DE           00000290
      *               SEQUENCIAL (FR05CB34), SOB A CHAVE DO             00000300
      *               PROGRAMA DE APROVACAO (FR06CB27)                  00000310
      *-------------------------------------------------------*         00000320
      *     HISTORICO DE ALTERACOES                                     00000330
      *     DATA       AUTOR   DESCRICAO                                00000340
      *     ----------  ------  --------------------------------        00000350
      *     15/10/2026  IVS     ROTINA INICIAL                          00000360
      *=========================================*                       00000370
      *---------------------------------------------------              00000380
       0140-ABRIR-APROVACAO               SECTION.                      00000390
      *    ABRE O ARQUIVO DE PENDENCIAS DE APROVACAO EM I-O,            00000400
      *    CRIANDO-O NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA         00000410
      *    (FILE STATUS 35)                                             00000420
      *---------------------------------------------------              00000430
             OPEN I-O APROVACAO.                                        00000440
             IF WRK-FS-APROVACAO EQUAL '35'                             00000450
                 OPEN OUTPUT APROVACAO                                  00000460
                 CLOSE APROVACAO                                        00000470
                 OPEN I-O APROVACAO                                     00000480
             END-IF.                                                    00000490
             IF WRK-FS-APROVACAO NOT EQUAL ZEROS                        00000500
                 MOVE ' ERRO OPEN APROVACAO ' TO WRK-MSG                00000510
                 PERFORM 9000-TRATA-ERROS                               00000520
             END-IF.                                                    00000530
      *---------------------------------------------------              00000540
       0140-99-FIM.            EXIT.                                    00000550
      *---------------------------------------------------              00000560
       0145-RETER-CARTAO                  SECTION.                      00000570
      *    GRAVA O CARTAO CORRENTE COMO PENDENCIA DE APROVACAO          00000580
      *    EM VEZ DE APLICA-LO. SEQUENCIAL INDISPONIVEL OU FALHA        00000590
      *    NA GRAVACAO TERMINAM O JOB - O CARTAO NAO PODE SER           00000600
      *    APLICADO NEM PERDIDO                                         00000610
      *---------------------------------------------------              00000620
             MOVE 'FR06CB27' TO SRV-CONT-PROGRAMA.                      00000630
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00000640
             IF NOT SRV-CONT-OK                                         00000650
                 MOVE ' ERRO SEQUENCIAL DE APROVACAO INDISPONIVEL '     00000660
                     TO WRK-MSG                                         00000670
                 MOVE 12 TO RETURN-CODE                                 00000680
                 PERFORM 9000-TRATA-ERROS                               00000690
             END-IF.                                                    00000700
             MOVE SRV-CONT-VALOR      TO APV-NUMERO.                    00000710
             MOVE WRK-CAB-PROGRAMA    TO APV-PROGRAMA.                  00000720
             SET APV-PENDENTE         TO TRUE.                          00000730
             MOVE WRK-CAB-OPERADOR    TO APV-SOLICITANTE.               00000740
             MOVE WRK-DATA-NEGOCIO    TO APV-DATA-SOLICITACAO.          00000750
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00000760
             MOVE WRK-HORA-ATUAL (1:6) TO APV-HORA-SOLICITACAO.         00000770
             MOVE SPACES              TO APV-APROVADOR.                 00000780
             MOVE ZEROS               TO APV-DATA-DECISAO.              00000790
             MOVE SPACES              TO APV-OBSERVACAO.                00000800
             MOVE ZEROS               TO APV-DATA-APLICACAO.            00000810
             MOVE WRK-REGISTRO        TO APV-CARTAO.                    00000820
             WRITE CPAPV01-REGISTRO                                     00000830
                 INVALID KEY                                            00000840
                     MOVE ' ERRO GRAVACAO PENDENCIA DE APROVACAO '      00000850
                         TO WRK-MSG                                     00000860
                     MOVE 12 TO RETURN-CODE                             00000870
                     PERFORM 9000-TRATA-ERROS                           00000880
             END-WRITE.                                                 00000890
             DISPLAY ' CARTAO RETIDO PARA APROVACAO - PENDENCIA '       00000900
                     APV-NUMERO ' REGRA ' APV-REGRA.                    00000910
      *---------------------------------------------------              00000920
       0145-99-FIM.            EXIT.                                    00000930
      *---------------------------------------------------              00000940
       0150-APLICAR-APROVADOS             SECTION.                      00000950
      *    PERCORRE AS PENDENCIAS E APLICA, PELA LOGICA NORMAL DO       00000960
      *    PROGRAMA, OS CARTOES DESTE PROGRAMA JA APROVADOS. O          00000970
      *    CARTAO APLICADO SAI COMO 'X' E O QUE NAO PASSA MAIS NA       00000980
      *    CRITICA (MASTER MUDOU DESDE A RETENCAO) COMO 'F'             00000990
      *---------------------------------------------------              00001000
             MOVE ZEROS TO APV-NUMERO.                                  00001010
             START APROVACAO KEY NOT < APV-NUMERO                       00001020
                 INVALID KEY                                            00001030
                     MOVE '10' TO WRK-FS-APROVACAO                      00001040
             END-START.                                                 00001050
             PERFORM 0155-APLICAR-UM-APROVADO                           00001060
                 UNTIL WRK-FS-APROVACAO NOT EQUAL ZEROS.                00001070
             MOVE SPACES TO WRK-FS-APROVACAO.                           00001080
             IF WRK-CONT-APV-APLICADOS > ZERO                           00001090
                OR WRK-CONT-APV-FALHOS > ZERO                           00001100
                 DISPLAY ' APROVACOES APLICADAS: '                      00001110
                         WRK-CONT-APV-APLICADOS                         00001120
                         ' FALHAS: ' WRK-CONT-APV-FALHOS                00001130
             END-IF.                                                    00001140
      *---------------------------------------------------              00001150
       0150-99-FIM.            EXIT.                                    00001160
      *---------------------------------------------------              00001170
       0155-APLICAR-UM-APROVADO           SECTION.                      00001180
             READ APROVACAO NEXT RECORD.                                00001190
             IF WRK-FS-APROVACAO NOT EQUAL ZEROS                        00001200
                 GO TO 0155-99-FIM                                      00001210
             END-IF.                                                    00001220
             IF APV-PROGRAMA NOT EQUAL WRK-CAB-PROGRAMA                 00001230
                OR NOT APV-APROVADO                                     00001240
                 GO TO 0155-99-FIM                                      00001250
             END-IF.                                                    00001260
             MOVE SPACES     TO WRK-REGISTRO.                           00001270
             MOVE APV-CARTAO TO WRK-REGISTRO.                           00001280
             DISPLAY ' APLICANDO PENDENCIA APROVADA ' APV-NUMERO.       00001290
             PERFORM 0250-APLICAR-CARTAO-APROVADO.                      00001300
             IF WRK-REGISTRO-VALIDO                                     00001310
                 SET APV-APLICADO TO TRUE                               00001320
                 ADD 1 TO WRK-CONT-APV-APLICADOS                        00001330
             ELSE                                                       00001340
                 SET APV-FALHOU TO TRUE                                 00001350
                 ADD 1 TO WRK-CONT-APV-FALHOS                           00001360
             END-IF.                                                    00001370
             MOVE WRK-DATA-NEGOCIO TO APV-DATA-APLICACAO.               00001380
             REWRITE CPAPV01-REGISTRO                                   00001390
                 INVALID KEY                                            00001400
                     MOVE ' ERRO REGRAVACAO PENDENCIA DE APROVACAO '    00001410
                         TO WRK-MSG                                     00001420
                     MOVE 12 TO RETURN-CODE                             00001430
                     PERFORM 9000-TRATA-ERROS                           00001440
             END-REWRITE.                                               00001450
      *---------------------------------------------------              00001460
       0155-99-FIM.            EXIT.                                    00001470
