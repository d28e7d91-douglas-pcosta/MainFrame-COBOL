      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB13.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SERVICO CHAMAVEL DE RESOLUCAO DE                  00000120
      *               IDENTIFICADOR ALTERNATIVO DE PRODUTO, NOS         00000130
      *               MOLDES DO SERVICO DE PRECIFICACAO FR05CB96.       00000140
      *               RECEBE UM CODIGO EXTERNO (EAN OU PECA DO          00000150
      *               FORNECEDOR) E DEVOLVE O PRDM-CODIGO PELA          00000160
      *               REFERENCIA CRUZADA (CPXRF01, ARQXRF,              00000170
      *               MANTIDA PELA FR06CB12). COM FORNECEDOR            00000180
      *               INFORMADO, A PECA DAQUELE FORNECEDOR TEM          00000190
      *               PRECEDENCIA SOBRE O EAN. CADA CALL ABRE,          00000200
      *               LE E FECHA O MASTER; MASTER AINDA NAO             00000210
      *               IMPLANTADO (FILE STATUS 35) RESPONDE NAO          00000220
      *               CADASTRADO, ERRO DE ABERTURA DEVOLVE              00000230
      *               ERRO-ARQ. LIGACAO INATIVA DEVOLVE INATIVO         00000240
      *               COM O CODIGO, PARA O CHAMADOR DECIDIR             00000250
      *-------------------------------------------------------*         00000260
      *     HISTORICO DE ALTERACOES                                     00000270
      *     DATA        AUTOR   DESCRICAO                               00000280
      *     ----------  ------  --------------------------------        00000290
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000300
      *=======================================================*         00000310
                                                                        00000320
      *=======================================================*         00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=======================================================*         00000350
       INPUT-OUTPUT                              SECTION.               00000360
       FILE-CONTROL.                                                    00000370
             SELECT REFCRUZADA ASSIGN TO ARQXRF                         00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS DYNAMIC                                 00000400
                RECORD KEY   IS XRF-CHAVE                               00000410
                FILE STATUS  IS WRK-FS-REFCRUZ.                         00000420
      *=======================================================*         00000430
       DATA                                      DIVISION.              00000440
      *=======================================================*         00000450
       FILE                                      SECTION.               00000460
       FD REFCRUZADA.                                                   00000470
           COPY CPXRF01.                                                00000480
      *---------------------------------------------------              00000490
       WORKING-STORAGE                           SECTION.               00000500
      *---------------------------------------------------              00000510
       77 WRK-FS-REFCRUZ      PIC X(02) VALUE SPACES.                   00000520
      *---------------------------------------------------              00000530
       LINKAGE                                    SECTION.              00000540
      *---------------------------------------------------              00000550
       COPY CPXRF02.                                                    00000560
      *=========================================*                       00000570
       PROCEDURE DIVISION USING CPXRF02-AREA.                           00000580
      *=========================================*                       00000590
                                                                        00000600
      *---------------------------------------------------              00000610
       0000-PRINCIPAL                     SECTION.                      00000620
      *---------------------------------------------------              00000630
             SET XRF-CHK-NAO-CADASTRADO TO TRUE.                        00000640
             MOVE ZEROS  TO XRF-CHK-CODIGO.                             00000650
             MOVE SPACES TO XRF-CHK-TIPO.                               00000660
             IF XRF-CHK-IDENTIFICADOR EQUAL SPACES                      00000670
                 GOBACK                                                 00000680
             END-IF.                                                    00000690
             OPEN INPUT REFCRUZADA.                                     00000700
             IF WRK-FS-REFCRUZ EQUAL '35'                               00000710
                 GOBACK                                                 00000720
             END-IF.                                                    00000730
             IF WRK-FS-REFCRUZ NOT EQUAL ZEROS                          00000740
                 SET XRF-CHK-ERRO-ARQ TO TRUE                           00000750
                 GOBACK                                                 00000760
             END-IF.                                                    00000770
             IF XRF-CHK-FORNECEDOR NUMERIC                              00000780
                AND XRF-CHK-FORNECEDOR > ZEROS                          00000790
                 SET XRF-PECA-FORNECEDOR TO TRUE                        00000800
                 MOVE XRF-CHK-FORNECEDOR TO XRF-FORNECEDOR              00000810
                 PERFORM 0100-PROCURAR-IDENTIFICADOR                    00000820
             END-IF.                                                    00000830
             IF XRF-CHK-NAO-CADASTRADO                                  00000840
                 SET XRF-EAN TO TRUE                                    00000850
                 MOVE ZEROS TO XRF-FORNECEDOR                           00000860
                 PERFORM 0100-PROCURAR-IDENTIFICADOR                    00000870
             END-IF.                                                    00000880
             CLOSE REFCRUZADA.                                          00000890
             GOBACK.                                                    00000900
      *---------------------------------------------------              00000910
       0000-99-FIM.            EXIT.                                    00000920
      *---------------------------------------------------              00000930
                                                                        00000940
       0100-PROCURAR-IDENTIFICADOR        SECTION.                      00000950
      *    LE A CHAVE MONTADA PELO CHAMADOR DA SECAO - ACHADA,          00000960
      *    DEVOLVE O CODIGO E O TIPO, MARCANDO A LIGACAO INATIVA        00000970
      *---------------------------------------------------              00000980
             MOVE XRF-CHK-IDENTIFICADOR TO XRF-IDENTIFICADOR.           00000990
             READ REFCRUZADA                                            00001000
                 INVALID KEY                                            00001010
                     CONTINUE                                           00001020
                 NOT INVALID KEY                                        00001030
                     MOVE XRF-CODIGO TO XRF-CHK-CODIGO                  00001040
                     MOVE XRF-TIPO   TO XRF-CHK-TIPO                    00001050
                     IF XRF-ATIVO                                       00001060
                         SET XRF-CHK-OK TO TRUE                         00001070
                     ELSE                                               00001080
                         SET XRF-CHK-INATIVO TO TRUE                    00001090
                     END-IF                                             00001100
             END-READ.                                                  00001110
