      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB19.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: FEED DE RETORNO DA SITUACAO DOS PEDIDOS A         00000120
      *               LOJA VIRTUAL. PERCORRE O MASTER DE SITUACAO       00000130
      *               (CPWST01, MANTIDO PELO INTAKE DA LOJA             00000140
      *               FR05CB80 E PELA LIBERACAO FR05CB54) E, PARA       00000150
      *               O PEDIDO JA NUMERADO, APURA A SITUACAO            00000160
      *               CORRENTE NO CABECALHO DO PEDIDO (CPPDC01 -        00000170
      *               ABERTO, BACKORDER/PARCIAL OU FATURADO COM A       00000180
      *               NOTA) E NAS ENTREGAS (CPENT01 - ENTREGUE).        00000190
      *               SO A MUDANCA DESDE O ULTIMO FEED SAI NO           00000200
      *               ARQUIVO (CPWSF01, ENVELOPE HEADER/DETALHE/        00000210
      *               TRAILER DO CPWEB01, UM DETALHE POR                00000220
      *               REFERENCIA DA LOJA), COM O TRAILER TRAZENDO       00000230
      *               O TOTAL E A QUEBRA POR SITUACAO PARA A            00000240
      *               CONFERENCIA DA LOJA. O QUE FOI ENVIADO FICA       00000250
      *               GRAVADO NO MASTER (WST-SIT-ENVIADA)               00000260
      *-------------------------------------------------------*         00000270
      *     HISTORICO DE ALTERACOES                                     00000280
      *     DATA        AUTOR   DESCRICAO                               00000290
      *     ----------  ------  --------------------------------        00000300
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000310
      *     15/10/2026  IVS     REGISTRA O FEED NO MANIFESTO DAS        00000320
      *                         INTERFACES DE SAIDA (FR06CB34,          00000330
      *                         //ARQMNF) COM A SOMA DOS NUMEROS DE     00000340
      *                         PEDIDO COMO HASH, PARA A LIBERACAO      00000350
      *                         (FR06CB35)                              00000360
      *=======================================================*         00000370
                                                                        00000380
      *=======================================================*         00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=======================================================*         00000410
       INPUT-OUTPUT                              SECTION.               00000420
       FILE-CONTROL.                                                    00000430
             SELECT PEDIDO-LOJA ASSIGN TO ARQWST                        00000440
                ORGANIZATION IS INDEXED                                 00000450
                ACCESS MODE  IS SEQUENTIAL                              00000460
                RECORD KEY   IS WST-PEDIDO-LOJA                         00000470
                ALTERNATE RECORD KEY IS WST-RTD-NUMERO WITH DUPLICATES  00000480
                FILE STATUS  IS WRK-FS-PEDLOJA.                         00000490
                                                                        00000500
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000510
                ORGANIZATION IS INDEXED                                 00000520
                ACCESS MODE  IS RANDOM                                  00000530
                RECORD KEY   IS PDC-NUMERO                              00000540
                FILE STATUS  IS WRK-FS-PEDCAB.                          00000550
                                                                        00000560
             SELECT ENTREGAS ASSIGN TO ARQENT                           00000570
                ORGANIZATION IS INDEXED                                 00000580
                ACCESS MODE  IS RANDOM                                  00000590
                RECORD KEY   IS ENT-NOTA                                00000600
                FILE STATUS  IS WRK-FS-ENTREGAS.                        00000610
                                                                        00000620
             SELECT FEED-RETORNO ASSIGN TO ARQWSF                       00000630
                FILE STATUS  IS WRK-FS-FEED.                            00000640
                                                                        00000650
             SELECT RELSIT   ASSIGN TO ARQRPT                           00000660
                FILE STATUS  IS WRK-FS-RELSIT.                          00000670
                                                                        00000680
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000690
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000700
                                                                        00000710
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000720
                ORGANIZATION IS INDEXED                                 00000730
                ACCESS MODE  IS DYNAMIC                                 00000740
                RECORD KEY   IS CAL-DATA                                00000750
                FILE STATUS  IS WRK-FS-CALEND.                          00000760
                                                                        00000770
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000780
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000790
                                                                        00000800
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000810
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000820
      *=======================================================*         00000830
       DATA                                      DIVISION.              00000840
      *=======================================================*         00000850
       FILE                                      SECTION.               00000860
       FD PEDIDO-LOJA.                                                  00000870
           COPY CPWST01.                                                00000880
                                                                        00000890
       FD PEDIDO-CABEC.                                                 00000900
           COPY CPPDC01.                                                00000910
                                                                        00000920
       FD ENTREGAS.                                                     00000930
           COPY CPENT01.                                                00000940
                                                                        00000950
       FD FEED-RETORNO                                                  00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
           COPY CPWSF01.                                                00000990
                                                                        00001000
       FD RELSIT                                                        00001010
           RECORDING MODE IS F                                          00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
       01 REL-LINHA                    PIC X(132).                      00001040
                                                                        00001050
       FD CONTROLE                                                      00001060
           RECORDING MODE IS F                                          00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
           COPY CPCTRL01.                                               00001090
                                                                        00001100
       FD CALENDARIO.                                                   00001110
           COPY CPCAL01.                                                00001120
                                                                        00001130
       FD ERRLOG.                                                       00001140
           COPY CPERRL01.                                               00001150
                                                                        00001160
       FD ESTATIS                                                       00001170
           RECORDING MODE IS F                                          00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
           COPY CPSTA01.                                                00001200
      *---------------------------------------------------              00001210
       WORKING-STORAGE                           SECTION.               00001220
      *---------------------------------------------------              00001230
       77 WRK-FS-PEDLOJA      PIC X(02) VALUE SPACES.                   00001240
       77 WRK-FS-PEDCAB       PIC X(02) VALUE SPACES.                   00001250
       77 WRK-FS-ENTREGAS     PIC X(02) VALUE SPACES.                   00001260
       77 WRK-FS-FEED         PIC X(02) VALUE SPACES.                   00001270
       77 WRK-FS-RELSIT       PIC X(02) VALUE SPACES.                   00001280
       77 WRK-FS-CONTROLE     PIC X(02) VALUE SPACES.                   00001290
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001300
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001310
       77 WRK-CONT-ENVIADOS   PIC 9(09) COMP VALUE ZERO.                00001320
       77 WRK-CONT-SEM-MUDANCA PIC 9(09) COMP VALUE ZERO.               00001330
       77 WRK-CONT-ACEITOS    PIC 9(07) COMP VALUE ZERO.                00001340
       77 WRK-CONT-REJEITADOS PIC 9(07) COMP VALUE ZERO.                00001350
       77 WRK-CONT-RETIDOS    PIC 9(07) COMP VALUE ZERO.                00001360
       77 WRK-CONT-BACKORDER  PIC 9(07) COMP VALUE ZERO.                00001370
       77 WRK-CONT-FATURADOS  PIC 9(07) COMP VALUE ZERO.                00001380
       77 WRK-CONT-ENTREGUES  PIC 9(07) COMP VALUE ZERO.                00001390
       77 WRK-CONT-CANCELADOS PIC 9(07) COMP VALUE ZERO.                00001400
       77 WRK-HASH-FEED       PIC 9(15) COMP-3 VALUE ZERO.              00001410
      *---------------------------------------------------              00001420
      *    SITUACAO APURADA NO CABECALHO DO PEDIDO E NAS                00001430
      *    ENTREGAS PARA O REGISTRO CORRENTE DO MASTER                  00001440
      *---------------------------------------------------              00001450
       77 WRK-SIT-APURADA     PIC X(01) VALUE SPACES.                   00001460
       77 WRK-NOTA-APURADA    PIC 9(05) VALUE ZEROS.                    00001470
       01 WRK-SW-ALTERADO.                                              00001480
          05 WRK-SW-ALTERADO-IND   PIC X(01) VALUE 'N'.                 00001490
             88 WRK-MASTER-ALTERADO      VALUE 'S'.                     00001500
             88 WRK-MASTER-INALTERADO    VALUE 'N'.                     00001510
      *---------------------------------------------------              00001520
      *    LINHAS DO RELATORIO                                          00001530
      *---------------------------------------------------              00001540
       01 WRK-SEPARA.                                                   00001550
          05 FILLER PIC X(100) VALUE ALL '='.                           00001560
                                                                        00001570
       01 WRK-CABEC1.                                                   00001580
          05 FILLER               PIC X(44) VALUE                       00001590
             'SITUACAO DOS PEDIDOS DEVOLVIDA A LOJA'.                   00001600
          05 FILLER               PIC X(06) VALUE 'DATA: '.             00001610
          05 WRK-CAB-DATA-REF     PIC 9(08).                            00001620
                                                                        00001630
       01 WRK-CABEC2.                                                   00001640
          05 FILLER               PIC X(50) VALUE                       00001650
             'REF LOJA   SITUACAO   DATA     PEDIDO NOTA  MOT'.         00001660
          05 FILLER               PIC X(50) VALUE                       00001670
             ' DESCRICAO'.                                              00001680
                                                                        00001690
       01 WRK-DETALHE.                                                  00001700
          05 WRK-DET-REF-LOJA     PIC X(10).                            00001710
          05 FILLER               PIC X(01) VALUE SPACES.               00001720
          05 WRK-DET-SITUACAO     PIC X(10).                            00001730
          05 FILLER               PIC X(01) VALUE SPACES.               00001740
          05 WRK-DET-DATA         PIC 9(08).                            00001750
          05 FILLER               PIC X(01) VALUE SPACES.               00001760
          05 WRK-DET-PEDIDO       PIC 9(05).                            00001770
          05 FILLER               PIC X(02) VALUE SPACES.               00001780
          05 WRK-DET-NOTA         PIC 9(05).                            00001790
          05 FILLER               PIC X(01) VALUE SPACES.               00001800
          05 WRK-DET-MOTIVO       PIC 9(02).                            00001810
          05 FILLER               PIC X(02) VALUE SPACES.               00001820
          05 WRK-DET-DESCRICAO    PIC X(40).                            00001830
                                                                        00001840
       01 WRK-TOTAIS.                                                   00001850
          05 FILLER               PIC X(19) VALUE                       00001860
             'MUDANCAS ENVIADAS: '.                                     00001870
          05 WRK-TOT-ENVIADOS     PIC Z(8)9.                            00001880
          05 FILLER               PIC X(17) VALUE                       00001890
             '  SEM MUDANCA: '.                                         00001900
          05 WRK-TOT-SEM-MUDANCA  PIC Z(8)9.                            00001910
       COPY CPCAB01.                                                    00001920
       COPY CPERR01.                                                    00001930
       COPY CPDTA01.                                                    00001940
       COPY CPSTT01.                                                    00001950
       COPY CPMNF02.                                                    00001960
      *=========================================*                       00001970
       PROCEDURE DIVISION.                                              00001980
      *=========================================*                       00001990
                                                                        00002000
      *---------------------------------------------------              00002010
       0000-PRINCIPAL                     SECTION.                      00002020
      *---------------------------------------------------              00002030
             PERFORM 0100-INICIAR.                                      00002040
             PERFORM 0200-PROCESSAR                                     00002050
                 UNTIL WRK-FS-PEDLOJA NOT EQUAL ZEROS.                  00002060
             PERFORM 0300-FINALIZAR.                                    00002070
      *---------------------------------------------------              00002080
       0000-99-FIM.            EXIT.                                    00002090
      *---------------------------------------------------              00002100
                                                                        00002110
       0100-INICIAR                       SECTION.                      00002120
             MOVE 'FR06CB19' TO WRK-CAB-PROGRAMA.                       00002130
             PERFORM 0101-CABECALHO-PADRAO.                             00002140
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002150
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002160
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002170
             PERFORM 0111-ABRIR-PEDLOJA.                                00002180
             OPEN INPUT PEDIDO-CABEC.                                   00002190
             PERFORM 0112-ABRIR-ENTREGAS.                               00002200
             OPEN OUTPUT FEED-RETORNO.                                  00002210
             OPEN OUTPUT RELSIT.                                        00002220
             OPEN OUTPUT CONTROLE.                                      00002230
             PERFORM 0110-TESTAR-STATUS.                                00002240
             MOVE SPACES           TO CPWSF01-REGISTRO.                 00002250
             SET WSF-REG-HEADER    TO TRUE.                             00002260
             MOVE WRK-DATA-NEGOCIO TO WSF-DATA-GERACAO.                 00002270
             MOVE 'FR06CB19'       TO WSF-ORIGEM.                       00002280
             WRITE CPWSF01-REGISTRO.                                    00002290
             MOVE WRK-DATA-NEGOCIO TO WRK-CAB-DATA-REF.                 00002300
             WRITE REL-LINHA FROM WRK-CABEC1.                           00002310
             WRITE REL-LINHA FROM WRK-SEPARA.                           00002320
             WRITE REL-LINHA FROM WRK-CABEC2.                           00002330
      *---------------------------------------------------              00002340
       0100-99-FIM.            EXIT.                                    00002350
      *---------------------------------------------------              00002360
           COPY CPCAB02.                                                00002370
           COPY CPERR02.                                                00002380
           COPY CPDTA02.                                                00002390
           COPY CPSTT02.                                                00002400
      *---------------------------------------------------              00002410
       0111-ABRIR-PEDLOJA                 SECTION.                      00002420
      *    ABRE O MASTER DE SITUACAO DOS PEDIDOS DA LOJA - AINDA        00002430
      *    NAO CRIADO PELA FR05CB80 (FILE STATUS 35), O FEED SAI        00002440
      *    SO COM HEADER E TRAILER ZERADO                               00002450
      *---------------------------------------------------              00002460
             OPEN I-O PEDIDO-LOJA.                                      00002470
             IF WRK-FS-PEDLOJA EQUAL '35'                               00002480
                 DISPLAY ' AVISO: SEM MASTER DE SITUACAO DOS PEDIDOS '  00002490
                         'DA LOJA'                                      00002500
             END-IF.                                                    00002510
      *---------------------------------------------------              00002520
       0112-ABRIR-ENTREGAS                SECTION.                      00002530
      *    ABRE O MASTER DE ENTREGAS - AINDA NAO CRIADO PELA            00002540
      *    FR06CB18 (FILE STATUS 35), NENHUM PEDIDO PASSA DE            00002550
      *    FATURADO A ENTREGUE                                          00002560
      *---------------------------------------------------              00002570
             OPEN INPUT ENTREGAS.                                       00002580
             IF WRK-FS-ENTREGAS EQUAL '35'                              00002590
                 DISPLAY ' AVISO: SEM MASTER DE ENTREGAS'               00002600
             END-IF.                                                    00002610
      *---------------------------------------------------              00002620
       0110-TESTAR-STATUS                 SECTION.                      00002630
             IF WRK-FS-PEDLOJA NOT EQUAL ZEROS                          00002640
                AND WRK-FS-PEDLOJA NOT EQUAL '35'                       00002650
                 MOVE ' ERRO OPEN SITUACAO DOS PEDIDOS DA LOJA '        00002660
                     TO WRK-MSG                                         00002670
                 PERFORM 9000-TRATA-ERROS                               00002680
             END-IF.                                                    00002690
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00002700
                 MOVE ' ERRO OPEN CABECALHO DE PEDIDO ' TO WRK-MSG      00002710
                 PERFORM 9000-TRATA-ERROS                               00002720
             END-IF.                                                    00002730
             IF WRK-FS-ENTREGAS NOT EQUAL ZEROS                         00002740
                AND WRK-FS-ENTREGAS NOT EQUAL '35'                      00002750
                 MOVE ' ERRO OPEN ENTREGAS ' TO WRK-MSG                 00002760
                 PERFORM 9000-TRATA-ERROS                               00002770
             END-IF.                                                    00002780
             IF WRK-FS-FEED NOT EQUAL ZEROS                             00002790
                 MOVE ' ERRO OPEN FEED DE RETORNO DA LOJA ' TO WRK-MSG  00002800
                 PERFORM 9000-TRATA-ERROS                               00002810
             END-IF.                                                    00002820
             IF WRK-FS-RELSIT NOT EQUAL ZEROS                           00002830
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002840
                 PERFORM 9000-TRATA-ERROS                               00002850
             END-IF.                                                    00002860
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00002870
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00002880
                 PERFORM 9000-TRATA-ERROS                               00002890
             END-IF.                                                    00002900
      *---------------------------------------------------              00002910
       0200-PROCESSAR                     SECTION.                      00002920
             READ PEDIDO-LOJA NEXT RECORD.                              00002930
             IF WRK-FS-PEDLOJA EQUAL ZEROS                              00002940
                 ADD 1 TO WRK-CONT-LIDOS                                00002950
                 SET WRK-MASTER-INALTERADO TO TRUE                      00002960
                 PERFORM 0210-APURAR-SITUACAO                           00002970
                 PERFORM 0220-INFORMAR-MUDANCA                          00002980
                 IF WRK-MASTER-ALTERADO                                 00002990
                     REWRITE CPWST01-REGISTRO                           00003000
                 END-IF                                                 00003010
             END-IF.                                                    00003020
      *---------------------------------------------------              00003030
       0210-APURAR-SITUACAO               SECTION.                      00003040
      *    PEDIDO JA NUMERADO E NAO ENCERRADO - A SITUACAO VEM DO       00003050
      *    CABECALHO DO PEDIDO: ABERTO, BACKORDER OU PARCIAL (COM       00003060
      *    A NOTA DA PARTE FATURADA) E FATURADO COM A NOTA; NOTA        00003070
      *    COM ENTREGA CONFIRMADA PASSA A ENTREGUE. RETIDO SEM          00003080
      *    NUMERO, REJEITADO, CANCELADO E ENTREGUE NAO MUDAM AQUI       00003090
      *---------------------------------------------------              00003100
             IF WST-SITUACAO-FINAL OR WST-PED-NUMERO EQUAL ZEROS        00003110
                 GO TO 0210-99-FIM                                      00003120
             END-IF.                                                    00003130
             MOVE WST-PED-NUMERO TO PDC-NUMERO.                         00003140
             READ PEDIDO-CABEC                                          00003150
                 INVALID KEY                                            00003160
                     DISPLAY ' AVISO: PEDIDO ' WST-PED-NUMERO           00003170
                             ' DA REF LOJA ' WST-PEDIDO-LOJA            00003180
                             ' SEM CABECALHO'                           00003190
                     GO TO 0210-99-FIM                                  00003200
             END-READ.                                                  00003210
             EVALUATE TRUE                                              00003220
                 WHEN PDC-FATURADO                                      00003230
                     MOVE 'F'          TO WRK-SIT-APURADA               00003240
                     MOVE PDC-NUM-NOTA TO WRK-NOTA-APURADA              00003250
                 WHEN PDC-PARCIAL                                       00003260
                 WHEN PDC-BACKORDER                                     00003270
                     MOVE 'B'          TO WRK-SIT-APURADA               00003280
                     MOVE PDC-NUM-NOTA TO WRK-NOTA-APURADA              00003290
                 WHEN OTHER                                             00003300
                     MOVE 'A'          TO WRK-SIT-APURADA               00003310
                     MOVE ZEROS        TO WRK-NOTA-APURADA              00003320
             END-EVALUATE.                                              00003330
             IF WRK-SIT-APURADA EQUAL 'F'                               00003340
                AND WRK-FS-ENTREGAS NOT EQUAL '35'                      00003350
                 MOVE WRK-NOTA-APURADA TO ENT-NOTA                      00003360
                 READ ENTREGAS                                          00003370
                     INVALID KEY                                        00003380
                         CONTINUE                                       00003390
                     NOT INVALID KEY                                    00003400
                         IF ENT-ENTREGUE                                00003410
                             MOVE 'E' TO WRK-SIT-APURADA                00003420
                         END-IF                                         00003430
                 END-READ                                               00003440
             END-IF.                                                    00003450
             IF WRK-SIT-APURADA NOT EQUAL WST-SITUACAO                  00003460
                OR WRK-NOTA-APURADA NOT EQUAL WST-NUM-NOTA              00003470
                 MOVE WRK-SIT-APURADA  TO WST-SITUACAO                  00003480
                 MOVE WRK-NOTA-APURADA TO WST-NUM-NOTA                  00003490
                 MOVE WRK-DATA-NEGOCIO TO WST-DATA-SITUACAO             00003500
                 SET WRK-MASTER-ALTERADO TO TRUE                        00003510
             END-IF.                                                    00003520
       0210-99-FIM.            EXIT.                                    00003530
      *---------------------------------------------------              00003540
       0220-INFORMAR-MUDANCA              SECTION.                      00003550
      *    SITUACAO (OU NOTA) DIFERENTE DA ULTIMA ENVIADA SAI NO        00003560
      *    FEED E NO RELATORIO E FICA MARCADA COMO ENVIADA              00003570
      *---------------------------------------------------              00003580
             IF WST-SITUACAO EQUAL WST-SIT-ENVIADA                      00003590
                AND WST-NUM-NOTA EQUAL WST-NOTA-ENVIADA                 00003600
                 ADD 1 TO WRK-CONT-SEM-MUDANCA                          00003610
                 GO TO 0220-99-FIM                                      00003620
             END-IF.                                                    00003630
             MOVE SPACES            TO CPWSF01-REGISTRO.                00003640
             SET WSF-REG-DETALHE    TO TRUE.                            00003650
             MOVE WST-PEDIDO-LOJA   TO WSF-PEDIDO-LOJA.                 00003660
             MOVE WST-SITUACAO      TO WSF-SITUACAO.                    00003670
             MOVE WST-DATA-SITUACAO TO WSF-DATA-SITUACAO.               00003680
             MOVE WST-PED-NUMERO    TO WSF-PED-NUMERO.                  00003690
             MOVE WST-NUM-NOTA      TO WSF-NUM-NOTA.                    00003700
             MOVE WST-MOTIVO        TO WSF-MOTIVO.                      00003710
             MOVE WST-DESCRICAO     TO WSF-DESCRICAO.                   00003720
             WRITE CPWSF01-REGISTRO.                                    00003730
             ADD 1 TO WRK-CONT-ENVIADOS.                                00003740
             ADD WST-PED-NUMERO TO WRK-HASH-FEED.                       00003750
             EVALUATE TRUE                                              00003760
                 WHEN WST-ACEITO                                        00003770
                     ADD 1 TO WRK-CONT-ACEITOS                          00003780
                     MOVE 'ACEITO'     TO WRK-DET-SITUACAO              00003790
                 WHEN WST-REJEITADO                                     00003800
                     ADD 1 TO WRK-CONT-REJEITADOS                       00003810
                     MOVE 'REJEITADO'  TO WRK-DET-SITUACAO              00003820
                 WHEN WST-RETIDO                                        00003830
                     ADD 1 TO WRK-CONT-RETIDOS                          00003840
                     MOVE 'RETIDO'     TO WRK-DET-SITUACAO              00003850
                 WHEN WST-BACKORDER                                     00003860
                     ADD 1 TO WRK-CONT-BACKORDER                        00003870
                     MOVE 'BACKORDER'  TO WRK-DET-SITUACAO              00003880
                 WHEN WST-FATURADO                                      00003890
                     ADD 1 TO WRK-CONT-FATURADOS                        00003900
                     MOVE 'FATURADO'   TO WRK-DET-SITUACAO              00003910
                 WHEN WST-ENTREGUE                                      00003920
                     ADD 1 TO WRK-CONT-ENTREGUES                        00003930
                     MOVE 'ENTREGUE'   TO WRK-DET-SITUACAO              00003940
                 WHEN OTHER                                             00003950
                     ADD 1 TO WRK-CONT-CANCELADOS                       00003960
                     MOVE 'CANCELADO'  TO WRK-DET-SITUACAO              00003970
             END-EVALUATE.                                              00003980
             MOVE WST-PEDIDO-LOJA   TO WRK-DET-REF-LOJA.                00003990
             MOVE WST-DATA-SITUACAO TO WRK-DET-DATA.                    00004000
             MOVE WST-PED-NUMERO    TO WRK-DET-PEDIDO.                  00004010
             MOVE WST-NUM-NOTA      TO WRK-DET-NOTA.                    00004020
             MOVE WST-MOTIVO        TO WRK-DET-MOTIVO.                  00004030
             MOVE WST-DESCRICAO     TO WRK-DET-DESCRICAO.               00004040
             WRITE REL-LINHA FROM WRK-DETALHE.                          00004050
             MOVE WST-SITUACAO      TO WST-SIT-ENVIADA.                 00004060
             MOVE WST-NUM-NOTA      TO WST-NOTA-ENVIADA.                00004070
             MOVE WRK-DATA-NEGOCIO  TO WST-DATA-ENVIO.                  00004080
             SET WRK-MASTER-ALTERADO TO TRUE.                           00004090
       0220-99-FIM.            EXIT.                                    00004100
      *---------------------------------------------------              00004110
       0300-FINALIZAR                     SECTION.                      00004120
             MOVE SPACES              TO CPWSF01-REGISTRO.              00004130
             SET WSF-REG-TRAILER      TO TRUE.                          00004140
             MOVE WRK-CONT-ENVIADOS   TO WSF-QTD-REGISTROS.             00004150
             MOVE WRK-CONT-ACEITOS    TO WSF-QTD-ACEITOS.               00004160
             MOVE WRK-CONT-REJEITADOS TO WSF-QTD-REJEITADOS.            00004170
             MOVE WRK-CONT-RETIDOS    TO WSF-QTD-RETIDOS.               00004180
             MOVE WRK-CONT-BACKORDER  TO WSF-QTD-BACKORDER.             00004190
             MOVE WRK-CONT-FATURADOS  TO WSF-QTD-FATURADOS.             00004200
             MOVE WRK-CONT-ENTREGUES  TO WSF-QTD-ENTREGUES.             00004210
             MOVE WRK-CONT-CANCELADOS TO WSF-QTD-CANCELADOS.            00004220
             WRITE CPWSF01-REGISTRO.                                    00004230
             MOVE WRK-CONT-ENVIADOS    TO WRK-TOT-ENVIADOS.             00004240
             MOVE WRK-CONT-SEM-MUDANCA TO WRK-TOT-SEM-MUDANCA.          00004250
             WRITE REL-LINHA FROM WRK-SEPARA.                           00004260
             WRITE REL-LINHA FROM WRK-TOTAIS.                           00004270
             PERFORM 0310-GRAVA-CONTROLE.                               00004280
             MOVE WRK-CONT-LIDOS                                        00004290
                 TO WRK-STT-REGISTROS.                                  00004300
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00004310
             IF WRK-FS-PEDLOJA NOT EQUAL '35'                           00004320
                 CLOSE PEDIDO-LOJA                                      00004330
             END-IF.                                                    00004340
             CLOSE PEDIDO-CABEC.                                        00004350
             IF WRK-FS-ENTREGAS NOT EQUAL '35'                          00004360
                 CLOSE ENTREGAS                                         00004370
             END-IF.                                                    00004380
             CLOSE FEED-RETORNO.                                        00004390
             CLOSE RELSIT.                                              00004400
             CLOSE CONTROLE.                                            00004410
             PERFORM 0330-REGISTRAR-MANIFESTO.                          00004420
             DISPLAY '------------------'.                              00004430
             DISPLAY '  PEDIDOS DA LOJA...: ' WRK-CONT-LIDOS.           00004440
             DISPLAY '  MUDANCAS ENVIADAS.: ' WRK-CONT-ENVIADOS.        00004450
             DISPLAY '    ACEITOS.........: ' WRK-CONT-ACEITOS.         00004460
             DISPLAY '    REJEITADOS......: ' WRK-CONT-REJEITADOS.      00004470
             DISPLAY '    RETIDOS.........: ' WRK-CONT-RETIDOS.         00004480
             DISPLAY '    BACKORDER.......: ' WRK-CONT-BACKORDER.       00004490
             DISPLAY '    FATURADOS.......: ' WRK-CONT-FATURADOS.       00004500
             DISPLAY '    ENTREGUES.......: ' WRK-CONT-ENTREGUES.       00004510
             DISPLAY '    CANCELADOS......: ' WRK-CONT-CANCELADOS.      00004520
             DISPLAY '  SEM MUDANCA.......: ' WRK-CONT-SEM-MUDANCA.     00004530
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004540
             PERFORM 9000-TRATA-ERROS.                                  00004550
      *---------------------------------------------------              00004560
       0310-GRAVA-CONTROLE                SECTION.                      00004570
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00004580
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00004590
      *---------------------------------------------------              00004600
             MOVE WRK-CAB-PROGRAMA     TO CTL-PROGRAMA.                 00004610
             MOVE SPACES               TO CTL-DATA-HORA.                00004620
             MOVE WRK-CONT-LIDOS       TO CTL-QTD-LIDOS.                00004630
             MOVE WRK-CONT-ENVIADOS    TO CTL-QTD-GRAVADOS.             00004640
             MOVE ZEROS                TO CTL-QTD-REJEITADOS.           00004650
             MOVE ZEROS                TO CTL-QTD-DUPLICADOS.           00004660
             MOVE WRK-CONT-SEM-MUDANCA TO CTL-QTD-FILTRADOS.            00004670
             MOVE ZEROS                TO CTL-HASH-TOTAL.               00004680
             MOVE ZERO                 TO CTL-QTD-FONTES.               00004690
             WRITE CPCTRL01-REGISTRO.                                   00004700
      *---------------------------------------------------              00004710
       0330-REGISTRAR-MANIFESTO           SECTION.                      00004720
      *    REGISTRA O FEED NO MANIFESTO DAS INTERFACES DE SAIDA         00004730
      *    (SERVICO FR06CB34) - QTD DE DETALHES E, COMO O FEED          00004740
      *    NAO LEVA VALOR, A SOMA DOS NUMEROS DE PEDIDO COMO            00004750
      *    HASH, CONFERIDOS PELA LIBERACAO (FR06CB35)                   00004760
      *---------------------------------------------------              00004770
             MOVE 'LOJASIT'           TO MNF-REG-INTERFACE.             00004780
             MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.              00004790
             SET MNF-REG-NOVA         TO TRUE.                          00004800
             MOVE WRK-CONT-ENVIADOS   TO MNF-REG-QTD-REGISTROS.         00004810
             MOVE WRK-HASH-FEED       TO MNF-REG-VALOR-HASH.            00004820
             CALL 'FR06CB34' USING CPMNF02-AREA.                        00004830
             IF MNF-REG-OK                                              00004840
                 DISPLAY '  MANIFESTO.........: ' MNF-REG-INTERFACE     00004850
                         ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '           00004860
                         MNF-REG-GERACAO                                00004870
             ELSE IF MNF-REG-JA-TRANSMITIDO                             00004880
                 DISPLAY ' AVISO: FEED JA TRANSMITIDO NA DATA - '       00004890
                         'A LIBERACAO VAI RECUSAR A GERACAO '           00004900
                         MNF-REG-GERACAO                                00004910
             ELSE                                                       00004920
                 DISPLAY ' AVISO: FEED NAO REGISTRADO NO '              00004930
                         'MANIFESTO - RETORNO ' MNF-REG-RETORNO         00004940
             END-IF                                                     00004950
             END-IF.                                                    00004960
      *---------------------------------------------------              00004970
       9000-TRATA-ERROS                   SECTION.                      00004980
      *---------------------------------------------------              00004990
             PERFORM 9050-GRAVAR-ERRLOG.                                00005000
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00005010
             STOP RUN.                                                  00005020
      *--------------------------------------------------------------   00005030
       9000-99-FIM.            EXIT.                                    00005040
      *--------------------------------------------------------------   00005050
