      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB34.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: SERVICO CHAMAVEL DE REGISTRO NO MANIFESTO         00000120
      *               DAS INTERFACES DE SAIDA (ARQMNF, CPMNF01).        00000130
      *               CHAMADO NO ENCERRAMENTO DE CADA PROGRAMA QUE      00000140
      *               GERA ARQUIVO PARA FORA DA CASA (CPMNF02):         00000150
      *               APURA A DATA DE NEGOCIO NO CALENDARIO,            00000160
      *               LOCALIZA AS GERACOES JA REGISTRADAS DA            00000170
      *               INTERFACE NA DATA E GRAVA A NOVA GERACAO          00000180
      *               (MODO 'N') OU SOMA A QTD E O HASH NA ULTIMA       00000190
      *               GERACAO AINDA NAO TRANSMITIDA (MODO 'A',          00000200
      *               ARQUIVO ESTENDIDO POR OUTRO PROGRAMA NO           00000210
      *               MESMO RUN). CADA CALL ABRE O MANIFESTO            00000220
      *               (CRIANDO-O NA PRIMEIRA EXECUCAO), REGISTRA        00000230
      *               E FECHA. A CONFERENCIA ANTES DA TRANSMISSAO       00000240
      *               E FEITA PELA FR06CB35                             00000250
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
             SELECT MANIFESTO ASSIGN TO ARQMNF                          00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE  IS DYNAMIC                                 00000400
                RECORD KEY   IS MNF-CHAVE                               00000410
                FILE STATUS  IS WRK-FS-MANIFESTO.                       00000420
                                                                        00000430
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000440
                ORGANIZATION IS INDEXED                                 00000450
                ACCESS MODE  IS DYNAMIC                                 00000460
                RECORD KEY   IS CAL-DATA                                00000470
                FILE STATUS  IS WRK-FS-CALEND.                          00000480
      *=======================================================*         00000490
       DATA                                      DIVISION.              00000500
      *=======================================================*         00000510
       FILE                                      SECTION.               00000520
       FD MANIFESTO.                                                    00000530
           COPY CPMNF01.                                                00000540
                                                                        00000550
       FD CALENDARIO.                                                   00000560
           COPY CPCAL01.                                                00000570
      *---------------------------------------------------              00000580
       WORKING-STORAGE                           SECTION.               00000590
      *---------------------------------------------------              00000600
       77 WRK-FS-MANIFESTO    PIC X(02) VALUE SPACES.                   00000610
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00000620
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00000630
       77 WRK-DATA-HORA       PIC X(14) VALUE SPACES.                   00000640
       77 WRK-ULT-GERACAO     PIC 9(03) VALUE ZERO.                     00000650
       77 WRK-ULT-SITUACAO    PIC X(01) VALUE SPACES.                   00000660
       01 WRK-SW-FIM-GERACOES.                                          00000670
          05 WRK-SW-FIM-GERACOES-IND PIC X(01) VALUE 'N'.               00000680
             88 WRK-FIM-GERACOES           VALUE 'S'.                   00000690
             88 WRK-HA-GERACOES            VALUE 'N'.                   00000700
       01 WRK-SW-TRANSMITIDA.                                           00000710
          05 WRK-SW-TRANSMITIDA-IND  PIC X(01) VALUE 'N'.               00000720
             88 WRK-HA-TRANSMITIDA         VALUE 'S'.                   00000730
             88 WRK-SEM-TRANSMITIDA        VALUE 'N'.                   00000740
       COPY CPDTA01.                                                    00000750
      *---------------------------------------------------              00000760
       LINKAGE                                    SECTION.              00000770
      *---------------------------------------------------              00000780
       COPY CPMNF02.                                                    00000790
      *=========================================*                       00000800
       PROCEDURE DIVISION USING CPMNF02-AREA.                           00000810
      *=========================================*                       00000820
                                                                        00000830
      *---------------------------------------------------              00000840
       0000-PRINCIPAL                     SECTION.                      00000850
      *---------------------------------------------------              00000860
             MOVE '00'  TO MNF-REG-RETORNO.                             00000870
             MOVE ZEROS TO MNF-REG-GERACAO.                             00000880
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00000890
             MOVE WRK-DATA-NEGOCIO TO MNF-REG-DATA-NEGOCIO.             00000900
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00000910
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00000920
             STRING WRK-DATA-ATUAL WRK-HORA-ATUAL (1:6)                 00000930
                 DELIMITED BY SIZE INTO WRK-DATA-HORA.                  00000940
             PERFORM 0100-ABRIR-MANIFESTO.                              00000950
             IF MNF-REG-OK                                              00000960
                 PERFORM 0200-LOCALIZAR-GERACOES                        00000970
                 PERFORM 0300-REGISTRAR                                 00000980
                 CLOSE MANIFESTO                                        00000990
             END-IF.                                                    00001000
             IF MNF-REG-OK                                              00001010
                AND WRK-HA-TRANSMITIDA                                  00001020
                 SET MNF-REG-JA-TRANSMITIDO TO TRUE                     00001030
             END-IF.                                                    00001040
             GOBACK.                                                    00001050
      *---------------------------------------------------              00001060
       0000-99-FIM.            EXIT.                                    00001070
      *---------------------------------------------------              00001080
                                                                        00001090
       0100-ABRIR-MANIFESTO               SECTION.                      00001100
      *    ABRE O MANIFESTO, CRIANDO-O NA PRIMEIRA EXECUCAO CASO        00001110
      *    AINDA NAO EXISTA (FILE STATUS 35)                            00001120
      *---------------------------------------------------              00001130
             OPEN I-O MANIFESTO.                                        00001140
             IF WRK-FS-MANIFESTO EQUAL '35'                             00001150
                 OPEN OUTPUT MANIFESTO                                  00001160
                 CLOSE MANIFESTO                                        00001170
                 OPEN I-O MANIFESTO                                     00001180
             END-IF.                                                    00001190
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00001200
                 SET MNF-REG-ERRO-ARQ TO TRUE                           00001210
             END-IF.                                                    00001220
      *---------------------------------------------------              00001230
           COPY CPDTA02.                                                00001240
      *---------------------------------------------------              00001250
       0200-LOCALIZAR-GERACOES            SECTION.                      00001260
      *    PERCORRE AS GERACOES DA INTERFACE NA DATA DE NEGOCIO,        00001270
      *    GUARDANDO A ULTIMA (NUMERO E SITUACAO) E SE ALGUMA JA        00001280
      *    FOI TRANSMITIDA                                              00001290
      *---------------------------------------------------              00001300
             MOVE ZERO   TO WRK-ULT-GERACAO.                            00001310
             MOVE SPACES TO WRK-ULT-SITUACAO.                           00001320
             SET WRK-SEM-TRANSMITIDA TO TRUE.                           00001330
             SET WRK-HA-GERACOES     TO TRUE.                           00001340
             MOVE MNF-REG-INTERFACE TO MNF-INTERFACE.                   00001350
             MOVE WRK-DATA-NEGOCIO  TO MNF-DATA-NEGOCIO.                00001360
             MOVE ZEROS             TO MNF-GERACAO.                     00001370
             START MANIFESTO KEY IS NOT LESS THAN MNF-CHAVE             00001380
                 INVALID KEY                                            00001390
                     SET WRK-FIM-GERACOES TO TRUE                       00001400
             END-START.                                                 00001410
             PERFORM 0210-LER-UMA-GERACAO                               00001420
                 UNTIL WRK-FIM-GERACOES.                                00001430
      *---------------------------------------------------              00001440
       0210-LER-UMA-GERACAO               SECTION.                      00001450
             READ MANIFESTO NEXT RECORD.                                00001460
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00001470
                OR MNF-INTERFACE    NOT EQUAL MNF-REG-INTERFACE         00001480
                OR MNF-DATA-NEGOCIO NOT EQUAL WRK-DATA-NEGOCIO          00001490
                 SET WRK-FIM-GERACOES TO TRUE                           00001500
             ELSE                                                       00001510
                 MOVE MNF-GERACAO  TO WRK-ULT-GERACAO                   00001520
                 MOVE MNF-SITUACAO TO WRK-ULT-SITUACAO                  00001530
                 IF MNF-TRANSMITIDO                                     00001540
                     SET WRK-HA-TRANSMITIDA TO TRUE                     00001550
                 END-IF                                                 00001560
             END-IF.                                                    00001570
      *---------------------------------------------------              00001580
       0300-REGISTRAR                     SECTION.                      00001590
      *    ACRESCIMO SO SOMA NA ULTIMA GERACAO SE ELA AINDA ESTA        00001600
      *    GERADA (NAO TRANSMITIDA NEM RECUSADA) - SEM ELA, O           00001610
      *    ACRESCIMO ABRE A SUA PROPRIA GERACAO                         00001620
      *---------------------------------------------------              00001630
             IF MNF-REG-ACRESCIMO                                       00001640
                AND WRK-ULT-GERACAO > ZERO                              00001650
                AND WRK-ULT-SITUACAO EQUAL 'G'                          00001660
                 PERFORM 0320-SOMAR-NA-ULTIMA                           00001670
             ELSE                                                       00001680
                 PERFORM 0310-ABRIR-GERACAO                             00001690
             END-IF.                                                    00001700
      *---------------------------------------------------              00001710
       0310-ABRIR-GERACAO                 SECTION.                      00001720
             IF WRK-ULT-GERACAO GREATER OR EQUAL 999                    00001730
                 SET MNF-REG-LIMITE TO TRUE                             00001740
                 GO TO 0310-99-FIM                                      00001750
             END-IF.                                                    00001760
             MOVE SPACES                TO CPMNF01-REGISTRO.            00001770
             MOVE MNF-REG-INTERFACE     TO MNF-INTERFACE.               00001780
             MOVE WRK-DATA-NEGOCIO      TO MNF-DATA-NEGOCIO.            00001790
             COMPUTE MNF-GERACAO = WRK-ULT-GERACAO + 1.                 00001800
             MOVE MNF-REG-PROGRAMA      TO MNF-PROGRAMA.                00001810
             MOVE MNF-REG-QTD-REGISTROS TO MNF-QTD-REGISTROS.           00001820
             MOVE MNF-REG-VALOR-HASH    TO MNF-VALOR-HASH.              00001830
             MOVE WRK-DATA-HORA         TO MNF-DATA-HORA-REGISTRO.      00001840
             MOVE ZEROS                 TO MNF-QTD-ACRESCIMOS.          00001850
             SET MNF-GERADO             TO TRUE.                        00001860
             MOVE WRK-DATA-HORA         TO MNF-DATA-HORA-SITUACAO.      00001870
             WRITE CPMNF01-REGISTRO.                                    00001880
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00001890
                 SET MNF-REG-ERRO-ARQ TO TRUE                           00001900
             ELSE                                                       00001910
                 MOVE MNF-GERACAO TO MNF-REG-GERACAO                    00001920
             END-IF.                                                    00001930
       0310-99-FIM.            EXIT.                                    00001940
      *---------------------------------------------------              00001950
       0320-SOMAR-NA-ULTIMA               SECTION.                      00001960
             MOVE MNF-REG-INTERFACE TO MNF-INTERFACE.                   00001970
             MOVE WRK-DATA-NEGOCIO  TO MNF-DATA-NEGOCIO.                00001980
             MOVE WRK-ULT-GERACAO   TO MNF-GERACAO.                     00001990
             READ MANIFESTO KEY IS MNF-CHAVE                            00002000
                 INVALID KEY                                            00002010
                     SET MNF-REG-ERRO-ARQ TO TRUE                       00002020
             END-READ.                                                  00002030
             IF NOT MNF-REG-OK                                          00002040
                 GO TO 0320-99-FIM                                      00002050
             END-IF.                                                    00002060
             ADD MNF-REG-QTD-REGISTROS TO MNF-QTD-REGISTROS.            00002070
             ADD MNF-REG-VALOR-HASH    TO MNF-VALOR-HASH.               00002080
             IF MNF-QTD-ACRESCIMOS < 99                                 00002090
                 ADD 1 TO MNF-QTD-ACRESCIMOS                            00002100
             END-IF.                                                    00002110
             MOVE WRK-DATA-HORA TO MNF-DATA-HORA-SITUACAO.              00002120
             REWRITE CPMNF01-REGISTRO.                                  00002130
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00002140
                 SET MNF-REG-ERRO-ARQ TO TRUE                           00002150
             ELSE                                                       00002160
                 MOVE MNF-GERACAO TO MNF-REG-GERACAO                    00002170
             END-IF.                                                    00002180
       0320-99-FIM.            EXIT.                                    00002190
      *---------------------------------------------------              00002200
