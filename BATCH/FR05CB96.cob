      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR05CB96.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SERVICO CHAMAVEL DE PRECIFICACAO DA LINHA         00000120
      *               DE PEDIDO, NOS MOLDES DO SERVICO DE               00000130
      *               AUTORIZACAO FR05CB85. PARTE DO PRECO DE           00000140
      *               LISTA E DO PROMOCIONAL INFORMADOS PELO            00000150
      *               CHAMADOR E CONFRONTA O CONTRATO DO CLIENTE        00000160
      *               PARA O PRODUTO, O CONTRATO DO CLIENTE PARA        00000170
      *               A CATEGORIA (CPCTP01, ARQCTP) E A MAIOR           00000180
      *               FAIXA ATINGIDA DA QUEBRA DE QUANTIDADE            00000190
      *               (CPQTB01, ARQQTB), TODOS ATIVOS E DENTRO DA       00000200
      *               VIGENCIA. DEVOLVE O MENOR PRECO VALIDO E A        00000210
      *               REGRA QUE O FIXOU; EM EMPATE FICA A REGRA         00000220
      *               JA APURADA. MASTER AINDA NAO IMPLANTADO           00000230
      *               (FILE STATUS 35) SIMPLESMENTE NAO CONCORRE;       00000240
      *               ERRO DE ABERTURA DEVOLVE ERRO-ARQ COM O           00000250
      *               MELHOR PRECO APURADO ATE ALI                      00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000310
      *=======================================================*         00000320
                                                                        00000330
      *=======================================================*         00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=======================================================*         00000360
       INPUT-OUTPUT                              SECTION.               00000370
       FILE-CONTROL.                                                    00000380
             SELECT CONTRATO ASSIGN TO ARQCTP                           00000390
                ORGANIZATION IS INDEXED                                 00000400
                ACCESS MODE  IS DYNAMIC                                 00000410
                RECORD KEY   IS CTP-CHAVE                               00000420
                FILE STATUS  IS WRK-FS-CONTRATO.                        00000430
                                                                        00000440
             SELECT QUEBRA   ASSIGN TO ARQQTB                           00000450
                ORGANIZATION IS INDEXED                                 00000460
                ACCESS MODE  IS DYNAMIC                                 00000470
                RECORD KEY   IS QTB-CHAVE                               00000480
                FILE STATUS  IS WRK-FS-QUEBRA.                          00000490
      *=======================================================*         00000500
       DATA                                      DIVISION.              00000510
      *=======================================================*         00000520
       FILE                                      SECTION.               00000530
       FD CONTRATO.                                                     00000540
           COPY CPCTP01.                                                00000550
                                                                        00000560
       FD QUEBRA.                                                       00000570
           COPY CPQTB01.                                                00000580
      *---------------------------------------------------              00000590
       WORKING-STORAGE                           SECTION.               00000600
      *---------------------------------------------------              00000610
       77 WRK-FS-CONTRATO     PIC X(02) VALUE SPACES.                   00000620
       77 WRK-FS-QUEBRA       PIC X(02) VALUE SPACES.                   00000630
       77 WRK-PRECO-CANDIDATO PIC 9(07)V99 COMP-3 VALUE ZERO.           00000640
       77 WRK-PERC-FAIXA      PIC 9(03)V99 VALUE ZERO.                  00000650
       77 WRK-REGRA-CANDIDATA PIC X(01) VALUE SPACE.                    00000660
      *---------------------------------------------------              00000670
       LINKAGE                                    SECTION.              00000680
      *---------------------------------------------------              00000690
       COPY CPCTP02.                                                    00000700
      *=========================================*                       00000710
       PROCEDURE DIVISION USING CPCTP02-AREA.                           00000720
      *=========================================*                       00000730
                                                                        00000740
      *---------------------------------------------------              00000750
       0000-PRINCIPAL                     SECTION.                      00000760
      *---------------------------------------------------              00000770
             SET CTP-CHK-OK TO TRUE.                                    00000780
             MOVE CTP-CHK-PRECO-LISTA TO CTP-CHK-PRECO-FINAL.           00000790
             SET CTP-CHK-REGRA-LISTA TO TRUE.                           00000800
             IF CTP-CHK-PRECO-PROMO > ZEROS                             00000810
                 MOVE CTP-CHK-PRECO-PROMO TO WRK-PRECO-CANDIDATO        00000820
                 MOVE 'P' TO WRK-REGRA-CANDIDATA                        00000830
                 PERFORM 0900-CONFRONTAR-PRECO                          00000840
             END-IF.                                                    00000850
             PERFORM 0100-APURAR-CONTRATO.                              00000860
             PERFORM 0300-APURAR-QUEBRA.                                00000870
             GOBACK.                                                    00000880
      *---------------------------------------------------              00000890
       0000-99-FIM.            EXIT.                                    00000900
      *---------------------------------------------------              00000910
                                                                        00000920
       0100-APURAR-CONTRATO               SECTION.                      00000930
      *    CONTRATO DO CLIENTE PARA O PRODUTO E PARA A CATEGORIA        00000940
      *    DO PRODUTO - MASTER NAO IMPLANTADO NAO CONCORRE              00000950
      *---------------------------------------------------              00000960
             OPEN INPUT CONTRATO.                                       00000970
             IF WRK-FS-CONTRATO EQUAL '35'                              00000980
                 GO TO 0100-99-FIM                                      00000990
             END-IF.                                                    00001000
             IF WRK-FS-CONTRATO NOT EQUAL ZEROS                         00001010
                 SET CTP-CHK-ERRO-ARQ TO TRUE                           00001020
                 GO TO 0100-99-FIM                                      00001030
             END-IF.                                                    00001040
             PERFORM 0110-CONTRATO-PRODUTO.                             00001050
             IF CTP-CHK-CATEGORIA NOT EQUAL SPACES                      00001060
                 PERFORM 0120-CONTRATO-CATEGORIA                        00001070
             END-IF.                                                    00001080
             CLOSE CONTRATO.                                            00001090
       0100-99-FIM.            EXIT.                                    00001100
      *---------------------------------------------------              00001110
       0110-CONTRATO-PRODUTO              SECTION.                      00001120
      *    PRECO FIXO DO CONTRATO; ZERADO, VALE O PERCENTUAL            00001130
      *    SOBRE O PRECO DE LISTA                                       00001140
      *---------------------------------------------------              00001150
             MOVE CTP-CHK-CLI-ID TO CTP-CLI-ID.                         00001160
             SET CTP-POR-PRODUTO TO TRUE.                               00001170
             MOVE SPACES         TO CTP-ITEM.                           00001180
             MOVE CTP-CHK-CODIGO TO CTP-ITEM.                           00001190
             READ CONTRATO                                              00001200
                 INVALID KEY                                            00001210
                     CONTINUE                                           00001220
                 NOT INVALID KEY                                        00001230
                     PERFORM 0130-CONFERIR-VIGENCIA                     00001240
             END-READ.                                                  00001250
      *---------------------------------------------------              00001260
       0120-CONTRATO-CATEGORIA            SECTION.                      00001270
             MOVE CTP-CHK-CLI-ID TO CTP-CLI-ID.                         00001280
             SET CTP-POR-CATEGORIA TO TRUE.                             00001290
             MOVE SPACES            TO CTP-ITEM.                        00001300
             MOVE CTP-CHK-CATEGORIA TO CTP-ITEM (1:5).                  00001310
             READ CONTRATO                                              00001320
                 INVALID KEY                                            00001330
                     CONTINUE                                           00001340
                 NOT INVALID KEY                                        00001350
                     PERFORM 0130-CONFERIR-VIGENCIA                     00001360
             END-READ.                                                  00001370
      *---------------------------------------------------              00001380
       0130-CONFERIR-VIGENCIA             SECTION.                      00001390
             IF NOT CTP-ATIVO                                           00001400
                OR CTP-CHK-DATA < CTP-DATA-INICIO                       00001410
                 GO TO 0130-99-FIM                                      00001420
             END-IF.                                                    00001430
             IF CTP-DATA-FIM NOT EQUAL ZEROS                            00001440
                AND CTP-CHK-DATA > CTP-DATA-FIM                         00001450
                 GO TO 0130-99-FIM                                      00001460
             END-IF.                                                    00001470
             IF CTP-POR-PRODUTO                                         00001480
                AND CTP-PRECO-CONTRATO > ZEROS                          00001490
                 MOVE CTP-PRECO-CONTRATO TO WRK-PRECO-CANDIDATO         00001500
             ELSE                                                       00001510
                 COMPUTE WRK-PRECO-CANDIDATO ROUNDED =                  00001520
                     CTP-CHK-PRECO-LISTA                                00001530
                     * (100 - CTP-PERC-DESCONTO) / 100                  00001540
             END-IF.                                                    00001550
             IF CTP-POR-PRODUTO                                         00001560
                 MOVE 'C' TO WRK-REGRA-CANDIDATA                        00001570
             ELSE                                                       00001580
                 MOVE 'G' TO WRK-REGRA-CANDIDATA                        00001590
             END-IF.                                                    00001600
             PERFORM 0900-CONFRONTAR-PRECO.                             00001610
       0130-99-FIM.            EXIT.                                    00001620
      *---------------------------------------------------              00001630
       0300-APURAR-QUEBRA                 SECTION.                      00001640
      *    PERCORRE AS FAIXAS DO PRODUTO EM ORDEM DE QUANTIDADE         00001650
      *    MINIMA ATE A PRIMEIRA ACIMA DA QUANTIDADE DA LINHA -         00001660
      *    FICA O PERCENTUAL DA MAIOR FAIXA VALIDA ATINGIDA             00001670
      *---------------------------------------------------              00001680
             OPEN INPUT QUEBRA.                                         00001690
             IF WRK-FS-QUEBRA EQUAL '35'                                00001700
                 GO TO 0300-99-FIM                                      00001710
             END-IF.                                                    00001720
             IF WRK-FS-QUEBRA NOT EQUAL ZEROS                           00001730
                 SET CTP-CHK-ERRO-ARQ TO TRUE                           00001740
                 GO TO 0300-99-FIM                                      00001750
             END-IF.                                                    00001760
             MOVE ZEROS TO WRK-PERC-FAIXA.                              00001770
             MOVE CTP-CHK-CODIGO TO QTB-CODIGO.                         00001780
             MOVE ZEROS          TO QTB-QTD-MINIMA.                     00001790
             START QUEBRA KEY IS NOT LESS THAN QTB-CHAVE                00001800
                 INVALID KEY                                            00001810
                     MOVE '10' TO WRK-FS-QUEBRA                         00001820
             END-START.                                                 00001830
             PERFORM 0310-LER-FAIXA                                     00001840
                 UNTIL WRK-FS-QUEBRA NOT EQUAL ZEROS.                   00001850
             CLOSE QUEBRA.                                              00001860
             IF WRK-PERC-FAIXA > ZEROS                                  00001870
                 COMPUTE WRK-PRECO-CANDIDATO ROUNDED =                  00001880
                     CTP-CHK-PRECO-LISTA                                00001890
                     * (100 - WRK-PERC-FAIXA) / 100                     00001900
                 MOVE 'Q' TO WRK-REGRA-CANDIDATA                        00001910
                 PERFORM 0900-CONFRONTAR-PRECO                          00001920
             END-IF.                                                    00001930
       0300-99-FIM.            EXIT.                                    00001940
      *---------------------------------------------------              00001950
       0310-LER-FAIXA                     SECTION.                      00001960
             READ QUEBRA NEXT RECORD.                                   00001970
             IF WRK-FS-QUEBRA NOT EQUAL ZEROS                           00001980
                 GO TO 0310-99-FIM                                      00001990
             END-IF.                                                    00002000
             IF QTB-CODIGO NOT EQUAL CTP-CHK-CODIGO                     00002010
                OR QTB-QTD-MINIMA > CTP-CHK-QUANTIDADE                  00002020
                 MOVE '10' TO WRK-FS-QUEBRA                             00002030
                 GO TO 0310-99-FIM                                      00002040
             END-IF.                                                    00002050
             IF QTB-ATIVA                                               00002060
                AND CTP-CHK-DATA NOT < QTB-DATA-INICIO                  00002070
                AND (QTB-DATA-FIM EQUAL ZEROS                           00002080
                     OR CTP-CHK-DATA NOT > QTB-DATA-FIM)                00002090
                 MOVE QTB-PERC-DESCONTO TO WRK-PERC-FAIXA               00002100
             END-IF.                                                    00002110
       0310-99-FIM.            EXIT.                                    00002120
      *---------------------------------------------------              00002130
       0900-CONFRONTAR-PRECO              SECTION.                      00002140
      *    O CANDIDATO SO TOMA O LUGAR DO PRECO APURADO SE FOR          00002150
      *    ESTRITAMENTE MENOR                                           00002160
      *---------------------------------------------------              00002170
             IF WRK-PRECO-CANDIDATO < CTP-CHK-PRECO-FINAL               00002180
                 MOVE WRK-PRECO-CANDIDATO TO CTP-CHK-PRECO-FINAL        00002190
                 MOVE WRK-REGRA-CANDIDATA TO CTP-CHK-REGRA              00002200
             END-IF.                                                    00002210
      *---------------------------------------------------              00002220
