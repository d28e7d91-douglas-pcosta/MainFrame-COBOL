      *                         QTD DE LINHAS E TOTAL DE VALOR), QUE    00000320
      *                         A FR05CB50 CONFERE CONTRA O ACK DE      00000330
      *                         CARGA DEVOLVIDO PELO FINANCEIRO         00000340
      *     15/10/2026  IVS     REGISTRA O CSV GERADO NO MANIFESTO DAS  00000350
      *                         INTERFACES DE SAIDA (FR06CB34, //ARQMNF)00000360
      *                         COM A QTD DE LINHAS E O VALOR EM        00000370
      *                         CENTAVOS, PARA A LIBERACAO (FR06CB35)   00000380
      *=======================================================*         00000390
                                                                        00000400
      *=======================================================*         00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=======================================================*         00000430
       INPUT-OUTPUT                              SECTION.               00000440
       FILE-CONTROL.                                                    00000450
             SELECT RESUMO   ASSIGN TO ARQRES                           00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE  IS SEQUENTIAL                              00000480
                RECORD KEY   IS RES-CODIGO                              00000490
                FILE STATUS  IS WRK-FS-RESUMO.                          00000500
                                                                        00000510
             SELECT CSVOUT   ASSIGN TO ARQCSV                           00000520
                FILE STATUS  IS WRK-FS-CSVOUT.                          00000530
                                                                        00000540
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000550
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000560
                                                                        00000570
             SELECT EXPCTL   ASSIGN TO ARQECT                           00000580
                FILE STATUS  IS WRK-FS-EXPCTL.                          00000590
                                                                        00000600
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS CKP-PROGRAMA                            00000640
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000650
                                                                        00000660
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000670
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000680
                                                                        00000690
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000700
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000710
      *=======================================================*         00000720
       DATA                                      DIVISION.              00000730
      *=======================================================*         00000740
       FILE                                      SECTION.               00000750
       FD RESUMO.                                                       00000760
           COPY CPRESU01.                                               00000770
                                                                        00000780
       FD CSVOUT                                                        00000790
           RECORDING MODE IS F                                          00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
       01 CSV-LINHA                    PIC X(150).                      00000820
                                                                        00000830
       FD CONTROLE                                                      00000840
           RECORDING MODE IS F                                          00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
           COPY CPCTRL01.                                               00000870
                                                                        00000880
       FD EXPCTL                                                        00000890
           RECORDING MODE IS F                                          00000900
           BLOCK CONTAINS 0 RECORDS.                                    00000910
       01 ECT-REGISTRO                  PIC X(304).                     00000920
                                                                        00000930
       FD CHECKPT.                                                      00000940
           COPY CPCKPT01.                                               00000950
                                                                        00000960
       FD ERRLOG.                                                       00000970
           COPY CPERRL01.                                               00000980
                                                                        00000990
       FD ESTATIS                                                       00001000
           RECORDING MODE IS F                                          00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
           COPY CPSTA01.                                                00001030
      *---------------------------------------------------              00001040
       WORKING-STORAGE                           SECTION.               00001050
      *---------------------------------------------------              00001060
       77 WRK-FS-RESUMO       PIC X(02) VALUE SPACES.                   00001070
       77 WRK-FS-CSVOUT       PIC X(02) VALUE SPACES.                   00001080
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001090
       77 WRK-FS-EXPCTL       PIC X(02) VALUE SPACES.                   00001100
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001110
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001120
       77 WRK-CONT-GRAVADOS-CTL PIC 9(09) VALUE ZERO.                   00001130
       77 WRK-HASH-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.           00001140
       01 WRK-SW-ENCONTROU.                                             00001150
          05 WRK-SW-ENCONTROU-IND    PIC X(01) VALUE 'N'.               00001160
             88 WRK-CTL-ENCONTRADO         VALUE 'S'.                   00001170
             88 WRK-CTL-NAO-ENCONTRADO     VALUE 'N'.                   00001180
      *---------------------------------------------------              00001190
      *    CAMPOS NUMERICOS EDITADOS PARA A LINHA CSV                   00001200
      *---------------------------------------------------              00001210
       01 WRK-CSV-CAMPOS.                                               00001220
          05 WRK-CSV-CODIGO          PIC 9(08).                         00001230
          05 WRK-CSV-QUANTIDADE      PIC 9(07).                         00001240
          05 WRK-CSV-PRECO-UNIT      PIC 9(07).99.                      00001250
          05 WRK-CSV-PRECO-TOTAL     PIC 9(09).99.                      00001260
          05 WRK-CSV-DATA            PIC 9(08).                         00001270
       COPY CPCAB01.                                                    00001280
       COPY CPCKP01.                                                    00001290
       COPY CPERR01.                                                    00001300
       COPY CPSTT01.                                                    00001310
       COPY CPMNF02.                                                    00001320
      *---------------------------------------------------              00001330
       LINKAGE                                    SECTION.              00001340
      *---------------------------------------------------              00001350
       01 WRK-PARM-RESTART.                                             00001360
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001370
          05 WRK-PARM-DADOS           PIC X(66).                        00001380
      *=========================================*                       00001390
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001400
      *=========================================*                       00001410
                                                                        00001420
      *---------------------------------------------------              00001430
       0000-PRINCIPAL                     SECTION.                      00001440
      *---------------------------------------------------              00001450
            PERFORM 0100-INICIAR.                                       00001460
            PERFORM 0200-PROCESSAR UNTIL WRK-FS-RESUMO EQUAL '10'.      00001470
            PERFORM 0300-FINALIZAR.                                     00001480
      *---------------------------------------------------              00001490
       0000-99-FIM.            EXIT.                                    00001500
      *---------------------------------------------------              00001510
                                                                        00001520
       0100-INICIAR                       SECTION.                      00001530
            MOVE 'FR05CB09' TO WRK-CAB-PROGRAMA.                        00001540
            PERFORM 0101-CABECALHO-PADRAO.                              00001550
            PERFORM 0131-INICIAR-ESTATISTICA.                           00001560
            PERFORM 0102-INTERPRETAR-PARM.                              00001570
            OPEN INPUT RESUMO.                                          00001580
            PERFORM 0103-ABRIR-CHECKPOINT.                              00001590
            PERFORM 0104-POSICIONAR-RESTART.                            00001600
            PERFORM 0115-ABRIR-CSVOUT.                                  00001610
            PERFORM 0110-TESTAR-STATUS.                                 00001620
            PERFORM 0116-PULAR-REGISTROS-PROCESSADOS.                   00001630
            IF WRK-CKPT-QTD-A-PULAR EQUAL ZERO                          00001640
                PERFORM 0120-GRAVAR-CABECALHO                           00001650
            END-IF.                                                     00001660
      *---------------------------------------------------              00001670
           COPY CPCAB02.                                                00001680
       COPY CPCKP02.                                                    00001690
           COPY CPERR02.                                                00001700
           COPY CPSTT02.                                                00001710
      *---------------------------------------------------              00001720
       0110-TESTAR-STATUS                 SECTION.                      00001730
            IF WRK-FS-RESUMO NOT EQUAL ZEROS                            00001740
                MOVE ' ERRO OPEN RESUMO ' TO WRK-MSG                    00001750
                PERFORM 9000-TRATA-ERROS                                00001760
            END-IF.                                                     00001770
            IF WRK-FS-CSVOUT NOT EQUAL ZEROS                            00001780
                MOVE ' ERRO OPEN ARQUIVO CSV ' TO WRK-MSG               00001790
                PERFORM 9000-TRATA-ERROS                                00001800
            END-IF.                                                     00001810
      *---------------------------------------------------              00001820
      *---------------------------------------------------              00001830
       0115-ABRIR-CSVOUT                   SECTION.                     00001840
      *    ABRE A SAIDA EM EXTEND QUANDO HOUVER RETOMADA DE UM          00001850
      *    CHECKPOINT ANTERIOR, PARA NAO PERDER O QUE JA FOI            00001860
      *    EXPORTADO                                                    00001870
      *---------------------------------------------------              00001880
            IF WRK-CKPT-QTD-A-PULAR > ZERO                              00001890
                OPEN EXTEND CSVOUT                                      00001900
            ELSE                                                        00001910
                OPEN OUTPUT CSVOUT                                      00001920
            END-IF.                                                     00001930
      *---------------------------------------------------              00001940
       0116-PULAR-REGISTROS-PROCESSADOS SECTION.                        00001950
      *    DESPREZA OS REGISTROS DE RESUMO JA EXPORTADOS ANTES          00001960
      *    DO ULTIMO CHECKPOINT                                         00001970
      *---------------------------------------------------              00001980
            PERFORM 0117-PULAR-UM-REGISTRO                              00001990
                UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR            00002000
                   OR WRK-FS-RESUMO EQUAL '10'.                         00002010
      *---------------------------------------------------              00002020
       0117-PULAR-UM-REGISTRO           SECTION.                        00002030
      *---------------------------------------------------              00002040
            READ RESUMO.                                                00002050
            IF WRK-FS-RESUMO EQUAL ZEROS                                00002060
                ADD 1 TO WRK-CONT-LIDOS                                 00002070
                ADD RES-PRECO-TOTAL TO WRK-HASH-TOTAL                   00002080
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00002090
                PERFORM 0105-CHECAR-CHECKPOINT                          00002100
            END-IF.                                                     00002110
                                                                        00002120
       0120-GRAVAR-CABECALHO              SECTION.                      00002130
      *    GRAVA A LINHA DE CABECALHO COM O NOME DAS COLUNAS DO CSV     00002140
      *---------------------------------------------------              00002150
            MOVE SPACES TO CSV-LINHA.                                   00002160
            STRING 'CODIGO'              DELIMITED BY SIZE              00002170
                   ',DESCRICAO'          DELIMITED BY SIZE              00002180
                   ',CATEGORIA'          DELIMITED BY SIZE              00002190
                   ',QUANTIDADE'         DELIMITED BY SIZE              00002200
                   ',PRECO_UNITARIO'     DELIMITED BY SIZE              00002210
                   ',PRECO_TOTAL'        DELIMITED BY SIZE              00002220
                   ',DATA_EFETIVA'       DELIMITED BY SIZE              00002230
                   ',STATUS'             DELIMITED BY SIZE              00002240
                   ',REGIAO'             DELIMITED BY SIZE              00002250
                INTO CSV-LINHA.                                         00002260
            WRITE CSV-LINHA.                                            00002270
      *---------------------------------------------------              00002280
       0200-PROCESSAR                     SECTION.                      00002290
            READ RESUMO.                                                00002300
            IF WRK-FS-RESUMO EQUAL ZEROS                                00002310
                ADD 1 TO WRK-CONT-LIDOS                                 00002320
                ADD RES-PRECO-TOTAL TO WRK-HASH-TOTAL                   00002330
                PERFORM 0210-MONTAR-LINHA-CSV                           00002340
                WRITE CSV-LINHA                                         00002350
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00002360
                PERFORM 0105-CHECAR-CHECKPOINT                          00002370
            ELSE                                                        00002380
                MOVE ' FIM DE ARQUIVO ' TO WRK-MSG                      00002390
            END-IF.                                                     00002400
      *---------------------------------------------------              00002410
       0210-MONTAR-LINHA-CSV              SECTION.                      00002420
      *    MONTA UMA LINHA CSV COM OS CAMPOS DE RESUMO. DESCRICAO       00002430
      *    E CATEGORIA VAO ENTRE ASPAS PARA PRESERVAR ESPACOS           00002440
      *---------------------------------------------------              00002450
            MOVE RES-CODIGO         TO WRK-CSV-CODIGO.                  00002460
            MOVE RES-QUANTIDADE     TO WRK-CSV-QUANTIDADE.              00002470
            MOVE RES-PRECO-UNIT     TO WRK-CSV-PRECO-UNIT.              00002480
            MOVE RES-PRECO-TOTAL    TO WRK-CSV-PRECO-TOTAL.             00002490
            MOVE RES-DATA-EFETIVA   TO WRK-CSV-DATA.                    00002500
            MOVE SPACES TO CSV-LINHA.                                   00002510
            STRING WRK-CSV-CODIGO       DELIMITED BY SIZE               00002520
                   ','                  DELIMITED BY SIZE               00002530
                   '"'                  DELIMITED BY SIZE               00002540
                   RES-DESCRICAO        DELIMITED BY SIZE               00002550
                   '"'                  DELIMITED BY SIZE               00002560
                   ','                  DELIMITED BY SIZE               00002570
                   '"'                  DELIMITED BY SIZE               00002580
                   RES-CATEGORIA        DELIMITED BY SIZE               00002590
                   '"'                  DELIMITED BY SIZE               00002600
                   ','                  DELIMITED BY SIZE               00002610
                   WRK-CSV-QUANTIDADE   DELIMITED BY SIZE               00002620
                   ','                  DELIMITED BY SIZE               00002630
                   WRK-CSV-PRECO-UNIT   DELIMITED BY SIZE               00002640
                   ','                  DELIMITED BY SIZE               00002650
                   WRK-CSV-PRECO-TOTAL  DELIMITED BY SIZE               00002660
                   ','                  DELIMITED BY SIZE               00002670
                   WRK-CSV-DATA         DELIMITED BY SIZE               00002680
                   ','                  DELIMITED BY SIZE               00002690
                   RES-STATUS           DELIMITED BY SIZE               00002700
                   ','                  DELIMITED BY SIZE               00002710
                   '"'                  DELIMITED BY SIZE               00002720
                   RES-REGIAO           DELIMITED BY SIZE               00002730
                   '"'                  DELIMITED BY SIZE               00002740
                INTO CSV-LINHA.                                         00002750
      *---------------------------------------------------              00002760
       0300-FINALIZAR                     SECTION.                      00002770
            MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                 00002780
            PERFORM 0106-FINALIZAR-CHECKPOINT.                          00002790
            MOVE WRK-CONT-LIDOS                                         00002800
                TO WRK-STT-REGISTROS.                                   00002810
            PERFORM 9060-GRAVAR-ESTATISTICA.                            00002820
            CLOSE RESUMO.                                               00002830
            CLOSE CSVOUT.                                               00002840
            PERFORM 0310-CONFERIR-CONTROLE.                             00002850
            PERFORM 0330-REGISTRAR-MANIFESTO.                           00002860
            MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                        00002870
            PERFORM 9000-TRATA-ERROS.                                   00002880
      *---------------------------------------------------              00002890
       0310-CONFERIR-CONTROLE             SECTION.                      00002900
      *    CONFERE SE A QUANTIDADE DE LINHAS EXPORTADAS PARA O CSV      00002910
      *    BATE COM O TOTAL DE GRAVADOS NO CONTROLE DA EXTRACAO         00002920
      *---------------------------------------------------              00002930
            OPEN INPUT CONTROLE.                                        00002940
            PERFORM 0312-LOCALIZAR-CONTROLE                             00002950
                UNTIL WRK-CTL-ENCONTRADO                                00002960
                   OR WRK-FS-CONTROLE EQUAL '10'.                       00002970
            PERFORM 0320-GRAVAR-CONTROLE-EXPORT.                        00002980
            CLOSE CONTROLE.                                             00002990
            IF WRK-CTL-ENCONTRADO                                       00003000
                AND WRK-CONT-LIDOS NOT EQUAL WRK-CONT-GRAVADOS-CTL      00003010
                DISPLAY 'AVISO: QTD CSV DIFERE DO CONTROLE FR01CBXX'    00003020
            END-IF.                                                     00003030
      *---------------------------------------------------              00003040
       0312-LOCALIZAR-CONTROLE            SECTION.                      00003050
            READ CONTROLE.                                              00003060
            IF WRK-FS-CONTROLE EQUAL ZEROS                              00003070
                IF CTL-PROGRAMA EQUAL 'FR01CBXX'                        00003080
                    SET WRK-CTL-ENCONTRADO TO TRUE                      00003090
                    MOVE CTL-QTD-GRAVADOS TO WRK-CONT-GRAVADOS-CTL      00003100
                END-IF                                                  00003110
            END-IF.                                                     00003120
      *---------------------------------------------------              00003130
       0320-GRAVAR-CONTROLE-EXPORT      SECTION.                        00003140
      *    GRAVA O CONTROLE PROPRIO DA EXPORTACAO (QTD DE LINHAS        00003150
      *    E TOTAL DE VALOR DO CSV) NA GERACAO GDG DO ARQECT,           00003160
      *    CONFERIDA PELA FR05CB50 CONTRA O ACK DO FINANCEIRO           00003170
      *---------------------------------------------------              00003180
            OPEN OUTPUT EXPCTL.                                         00003190
            IF WRK-FS-EXPCTL NOT EQUAL ZEROS                            00003200
                MOVE ' ERRO OPEN CONTROLE EXPORTACAO ' TO WRK-MSG       00003210
                PERFORM 9000-TRATA-ERROS                                00003220
            END-IF.                                                     00003230
            MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                   00003240
            MOVE SPACES              TO CTL-DATA-HORA.                  00003250
            MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                  00003260
            MOVE WRK-CONT-LIDOS      TO CTL-QTD-GRAVADOS.               00003270
            MOVE ZEROS               TO CTL-QTD-REJEITADOS.             00003280
            MOVE ZEROS               TO CTL-QTD-DUPLICADOS.             00003290
            MOVE ZEROS               TO CTL-QTD-FILTRADOS.              00003300
            MOVE WRK-HASH-TOTAL      TO CTL-HASH-TOTAL.                 00003310
            MOVE ZERO                TO CTL-QTD-FONTES.                 00003320
            WRITE ECT-REGISTRO FROM CPCTRL01-REGISTRO.                  00003330
            CLOSE EXPCTL.                                               00003340
      *---------------------------------------------------              00003350
       0330-REGISTRAR-MANIFESTO         SECTION.                        00003360
      *    REGISTRA O CSV GERADO NO MANIFESTO DAS INTERFACES DE         00003370
      *    SAIDA (SERVICO FR06CB34) - QTD DE LINHAS DE DETALHE E        00003380
      *    TOTAL DE VALOR EM CENTAVOS, CONFERIDOS PELA LIBERACAO        00003390
      *    PARA TRANSMISSAO (FR06CB35)                                  00003400
      *---------------------------------------------------              00003410
            MOVE 'CSVFIN'            TO MNF-REG-INTERFACE.              00003420
            MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.               00003430
            SET MNF-REG-NOVA         TO TRUE.                           00003440
            MOVE WRK-CONT-LIDOS      TO MNF-REG-QTD-REGISTROS.          00003450
            COMPUTE MNF-REG-VALOR-HASH = WRK-HASH-TOTAL * 100.          00003460
            CALL 'FR06CB34' USING CPMNF02-AREA.                         00003470
            IF MNF-REG-OK                                               00003480
                DISPLAY 'MANIFESTO: ' MNF-REG-INTERFACE ' '             00003490
                        MNF-REG-DATA-NEGOCIO ' GERACAO '                00003500
                        MNF-REG-GERACAO                                 00003510
            ELSE IF MNF-REG-JA-TRANSMITIDO                              00003520
                DISPLAY 'AVISO: CSV JA TRANSMITIDO NA DATA - A '        00003530
                        'LIBERACAO VAI RECUSAR A GERACAO '              00003540
                        MNF-REG-GERACAO                                 00003550
            ELSE                                                        00003560
                DISPLAY 'AVISO: CSV NAO REGISTRADO NO MANIFESTO - '     00003570
                        'RETORNO ' MNF-REG-RETORNO                      00003580
            END-IF                                                      00003590
            END-IF.                                                     00003600
      *---------------------------------------------------              00003610
       9000-TRATA-ERROS                   SECTION.                      00003620
      *---------------------------------------------------              00003630
            PERFORM 9050-GRAVAR-ERRLOG.                                 00003640
            DISPLAY '  MENSAGEM        '  WRK-MSG.                      00003650
            STOP RUN.                                                   00003660
      *--------------------------------------------------------------   00003670
       9000-99-FIM.            EXIT.                                    00003680
      *--------------------------------------------------------------   00003690
                                                                        00003700
