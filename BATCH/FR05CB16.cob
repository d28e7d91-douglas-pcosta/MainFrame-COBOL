      *     22/08/2026  IVS     CLIENTES NAO ATIVOS (CLI-STATUS         00000330
      *                         SUSPENSO/ENCERRADO) DEIXAM DE SER       00000340
      *                         EXPORTADOS PARA O CRM                   00000350
      *     15/10/2026  IVS     O DETALHE PASSA A LEVAR O CLIENTE       00000360
      *                         PAI DO GRUPO (CLI-CLIENTE-PAI)          00000370
      *     15/10/2026  IVS     O DETALHE PASSA A LEVAR O SEGMENTO      00000380
      *                         DO CLIENTE (CPSEG01), APURADO PELA      00000390
      *                         FR06CB23 - ARQUIVO OPCIONAL             00000400
      *     15/10/2026  IVS     REGISTRA O ARQUIVO DO CRM NO MANIFESTO  00000410
      *                         DAS INTERFACES DE SAIDA (FR06CB34,      00000420
      *                         //ARQMNF), COM A SOMA DOS CODIGOS DE    00000430
      *                         CLIENTE COMO HASH; NA RETOMADA, OS      00000440
      *                         ATIVOS JA EXPORTADOS PASSAM A CONTAR    00000450
      *                         NO TRAILER                              00000460
      *=======================================================*         00000470
                                                                        00000480
      *=======================================================*         00000490
       ENVIRONMENT                               DIVISION.              00000500
      *=======================================================*         00000510
       INPUT-OUTPUT                              SECTION.               00000520
       FILE-CONTROL.                                                    00000530
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS SEQUENTIAL                              00000560
                RECORD KEY   IS CLI-ID                                  00000570
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000580
                                                                        00000590
             SELECT CRMOUT   ASSIGN TO ARQCRM                           00000600
                FILE STATUS  IS WRK-FS-CRMOUT.                          00000610
                                                                        00000620
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000630
                ORGANIZATION IS INDEXED                                 00000640
                ACCESS MODE  IS DYNAMIC                                 00000650
                RECORD KEY   IS END-CLI-ID                              00000660
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000670
                                                                        00000680
             SELECT SEGMENTO-CLIENTE ASSIGN TO ARQSEG                   00000690
                ORGANIZATION IS INDEXED                                 00000700
                ACCESS MODE  IS DYNAMIC                                 00000710
                RECORD KEY   IS SEG-CLI-ID                              00000720
                FILE STATUS  IS WRK-FS-SEGMENTO.                        00000730
                                                                        00000740
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00000750
                ORGANIZATION IS INDEXED                                 00000760
                ACCESS MODE  IS DYNAMIC                                 00000770
                RECORD KEY   IS CKP-PROGRAMA                            00000780
                FILE STATUS  IS WRK-FS-CHECKPT.                         00000790
                                                                        00000800
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000810
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000820
                                                                        00000830
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000840
                ORGANIZATION IS INDEXED                                 00000850
                ACCESS MODE  IS DYNAMIC                                 00000860
                RECORD KEY   IS CAL-DATA                                00000870
                FILE STATUS  IS WRK-FS-CALEND.                          00000880
                                                                        00000890
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000900
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000910
      *=======================================================*         00000920
       DATA                                      DIVISION.              00000930
      *=======================================================*         00000940
       FILE                                      SECTION.               00000950
       FD CLIENTE-MASTER.                                               00000960
           COPY CPCLIE01.                                               00000970
                                                                        00000980
       FD CRMOUT                                                        00000990
           RECORDING MODE IS F                                          00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
           COPY CPCRM01.                                                00001020
                                                                        00001030
       FD ENDERECO-MASTER.                                              00001040
           COPY CPEND01.                                                00001050
                                                                        00001060
       FD SEGMENTO-CLIENTE.                                             00001070
           COPY CPSEG01.                                                00001080
                                                                        00001090
       FD CHECKPT.                                                      00001100
           COPY CPCKPT01.                                               00001110
                                                                        00001120
       FD ERRLOG.                                                       00001130
           COPY CPERRL01.                                               00001140
                                                                        00001150
       FD CALENDARIO.                                                   00001160
           COPY CPCAL01.                                                00001170
                                                                        00001180
       FD ESTATIS                                                       00001190
           RECORDING MODE IS F                                          00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
           COPY CPSTA01.                                                00001220
      *---------------------------------------------------              00001230
       WORKING-STORAGE                           SECTION.               00001240
      *---------------------------------------------------              00001250
       77 WRK-FS-CLIENTE      PIC X(02) VALUE SPACES.                   00001260
       77 WRK-FS-CRMOUT       PIC X(02) VALUE SPACES.                   00001270
       77 WRK-FS-ENDERECO     PIC X(02) VALUE SPACES.                   00001280
       77 WRK-FS-SEGMENTO     PIC X(02) VALUE SPACES.                   00001290
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001300
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001310
       77 WRK-CONT-EXPORTADOS PIC 9(09) COMP VALUE ZERO.                00001320
       77 WRK-CONT-PULADOS    PIC 9(09) COMP VALUE ZERO.                00001330
       77 WRK-HASH-CRM        PIC 9(15) COMP-3 VALUE ZERO.              00001340
      *---------------------------------------------------              00001350
      *    DATA DO SISTEMA PARA O REGISTRO DE HEADER                    00001360
      *---------------------------------------------------              00001370
       01 WRK-DATA-SISTEMA.                                             00001380
          05 WRK-DT-ANO          PIC 9(04).                             00001390
          05 WRK-DT-MES          PIC 9(02).                             00001400
          05 WRK-DT-DIA          PIC 9(02).                             00001410
       COPY CPCAB01.                                                    00001420
       COPY CPCKP01.                                                    00001430
       COPY CPERR01.                                                    00001440
       COPY CPDTA01.                                                    00001450
       COPY CPSTT01.                                                    00001460
       COPY CPMNF02.                                                    00001470
      *---------------------------------------------------              00001480
       LINKAGE                                    SECTION.              00001490
      *---------------------------------------------------              00001500
       01 WRK-PARM-RESTART.                                             00001510
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00001520
          05 WRK-PARM-DADOS           PIC X(66).                        00001530
      *=========================================*                       00001540
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001550
      *=========================================*                       00001560
                                                                        00001570
      *---------------------------------------------------              00001580
       0000-PRINCIPAL                     SECTION.                      00001590
      *---------------------------------------------------              00001600
            PERFORM 0100-INICIAR.                                       00001610
            PERFORM 0200-PROCESSAR UNTIL WRK-FS-CLIENTE EQUAL '10'.     00001620
            PERFORM 0300-FINALIZAR.                                     00001630
      *---------------------------------------------------              00001640
       0000-99-FIM.            EXIT.                                    00001650
      *---------------------------------------------------              00001660
                                                                        00001670
       0100-INICIAR                       SECTION.                      00001680
            MOVE 'FR05CB16' TO WRK-CAB-PROGRAMA.                        00001690
            PERFORM 0101-CABECALHO-PADRAO.                              00001700
            PERFORM 0132-OBTER-DATA-NEGOCIO.                            00001710
            PERFORM 0131-INICIAR-ESTATISTICA.                           00001720
            MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                  00001730
            PERFORM 0102-INTERPRETAR-PARM.                              00001740
            MOVE WRK-DATA-NEGOCIO TO WRK-DATA-SISTEMA.                  00001750
            OPEN INPUT CLIENTE-MASTER.                                  00001760
            OPEN INPUT ENDERECO-MASTER.                                 00001770
            PERFORM 0118-ABRIR-SEGMENTOS.                               00001780
            PERFORM 0103-ABRIR-CHECKPOINT.                              00001790
            PERFORM 0104-POSICIONAR-RESTART.                            00001800
            PERFORM 0115-ABRIR-CRMOUT.                                  00001810
            PERFORM 0110-TESTAR-STATUS.                                 00001820
            PERFORM 0116-PULAR-REGISTROS-PROCESSADOS.                   00001830
            IF WRK-CKPT-QTD-A-PULAR EQUAL ZERO                          00001840
                PERFORM 0120-GRAVAR-HEADER                              00001850
            END-IF.                                                     00001860
      *---------------------------------------------------              00001870
       0100-99-FIM.            EXIT.                                    00001880
      *---------------------------------------------------              00001890
             COPY CPCAB02.                                              00001900
       COPY CPCKP02.                                                    00001910
           COPY CPERR02.                                                00001920
           COPY CPDTA02.                                                00001930
           COPY CPSTT02.                                                00001940
      *---------------------------------------------------              00001950
       0110-TESTAR-STATUS                 SECTION.                      00001960
            IF WRK-FS-CLIENTE NOT EQUAL ZEROS                           00001970
                MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG            00001980
                PERFORM 9000-TRATA-ERROS                                00001990
            END-IF.                                                     00002000
            IF WRK-FS-CRMOUT NOT EQUAL ZEROS                            00002010
                MOVE ' ERRO OPEN ARQUIVO CRM ' TO WRK-MSG               00002020
                PERFORM 9000-TRATA-ERROS                                00002030
            END-IF.                                                     00002040
            IF WRK-FS-ENDERECO NOT EQUAL ZEROS                          00002050
                MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG           00002060
                PERFORM 9000-TRATA-ERROS                                00002070
            END-IF.                                                     00002080
      *---------------------------------------------------              00002090
      *---------------------------------------------------              00002100
       0115-ABRIR-CRMOUT                  SECTION.                      00002110
      *    ABRE A SAIDA EM EXTEND QUANDO HOUVER RETOMADA DE UM          00002120
      *    CHECKPOINT ANTERIOR, PARA NAO PERDER O QUE JA FOI            00002130
      *    EXPORTADO                                                    00002140
      *---------------------------------------------------              00002150
            IF WRK-CKPT-QTD-A-PULAR > ZERO                              00002160
                OPEN EXTEND CRMOUT                                      00002170
            ELSE                                                        00002180
                OPEN OUTPUT CRMOUT                                      00002190
            END-IF.                                                     00002200
      *---------------------------------------------------              00002210
       0116-PULAR-REGISTROS-PROCESSADOS SECTION.                        00002220
      *    DESPREZA OS REGISTROS DE CLIENTE-MASTER JA EXPORTADOS        00002230
      *    ANTES DO ULTIMO CHECKPOINT                                   00002240
      *---------------------------------------------------              00002250
            PERFORM 0117-PULAR-UM-REGISTRO                              00002260
                UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR            00002270
                   OR WRK-FS-CLIENTE EQUAL '10'.                        00002280
      *---------------------------------------------------              00002290
       0117-PULAR-UM-REGISTRO           SECTION.                        00002300
      *    OS ATIVOS JA EXPORTADOS CONTINUAM CONTANDO PARA O            00002310
      *    TRAILER E PARA O HASH DO MANIFESTO                           00002320
      *---------------------------------------------------              00002330
            READ CLIENTE-MASTER.                                        00002340
            IF WRK-FS-CLIENTE EQUAL ZEROS                               00002350
                ADD 1 TO WRK-CONT-LIDOS                                 00002360
                IF CLI-STAT-ATIVO                                       00002370
                    ADD 1      TO WRK-CONT-EXPORTADOS                   00002380
                    ADD CLI-ID TO WRK-HASH-CRM                          00002390
                END-IF                                                  00002400
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00002410
                PERFORM 0105-CHECAR-CHECKPOINT                          00002420
            END-IF.                                                     00002430
      *---------------------------------------------------              00002440
       0118-ABRIR-SEGMENTOS               SECTION.                      00002450
      *    ABRE O ARQUIVO DE SEGMENTOS DE CLIENTE - AINDA NAO           00002460
      *    GERADO PELA FR06CB23 (FILE STATUS 35), O DETALHE SAI         00002470
      *    COM O SEGMENTO EM BRANCO E COM AVISO NO SYSOUT               00002480
      *---------------------------------------------------              00002490
            OPEN INPUT SEGMENTO-CLIENTE.                                00002500
            IF WRK-FS-SEGMENTO EQUAL '35'                               00002510
                DISPLAY ' AVISO: ARQUIVO DE SEGMENTOS NAO GERADO - '    00002520
                        'CRM SEM SEGMENTO'                              00002530
            ELSE                                                        00002540
                IF WRK-FS-SEGMENTO NOT EQUAL ZEROS                      00002550
                    MOVE ' ERRO OPEN ARQUIVO DE SEGMENTOS ' TO WRK-MSG  00002560
                    PERFORM 9000-TRATA-ERROS                            00002570
                END-IF                                                  00002580
            END-IF.                                                     00002590
                                                                        00002600
       0120-GRAVAR-HEADER                  SECTION.                     00002610
      *    GRAVA O REGISTRO DE HEADER COM A DATA DE GERACAO             00002620
      *---------------------------------------------------              00002630
            MOVE SPACES TO CPCRM01-REGISTRO.                            00002640
            SET  CRM-REG-HEADER TO TRUE.                                00002650
            MOVE WRK-DATA-SISTEMA TO CRM-DATA-GERACAO.                  00002660
            WRITE CPCRM01-REGISTRO.                                     00002670
      *---------------------------------------------------              00002680
       0200-PROCESSAR                     SECTION.                      00002690
      *    SO OS CLIENTES ATIVOS SAO EXPORTADOS - SUSPENSOS E           00002700
      *    ENCERRADOS FICAM FORA DO CRM                                 00002710
      *---------------------------------------------------              00002720
            READ CLIENTE-MASTER.                                        00002730
            IF WRK-FS-CLIENTE EQUAL ZEROS                               00002740
                ADD 1 TO WRK-CONT-LIDOS                                 00002750
                IF CLI-STAT-ATIVO                                       00002760
                    ADD 1 TO WRK-CONT-EXPORTADOS                        00002770
                    ADD CLI-ID TO WRK-HASH-CRM                          00002780
                    PERFORM 0210-MONTAR-DETALHE                         00002790
                    WRITE CPCRM01-REGISTRO                              00002800
                ELSE                                                    00002810
                    ADD 1 TO WRK-CONT-PULADOS                           00002820
                END-IF                                                  00002830
                MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS              00002840
                PERFORM 0105-CHECAR-CHECKPOINT                          00002850
            ELSE                                                        00002860
                MOVE ' FIM DE ARQUIVO ' TO WRK-MSG                      00002870
            END-IF.                                                     00002880
      *---------------------------------------------------              00002890
       0210-MONTAR-DETALHE                SECTION.                      00002900
      *    MONTA O REGISTRO DE DETALHE COM OS CAMPOS DE CLIENTE-MASTER  00002910
      *    E O ENDERECO DO ENDERECO-MASTER - CLIENTE SEM ENDERECO       00002920
      *    PERSISTIDO SAI COM O ENDERECO EM BRANCO/ZEROS                00002930
      *---------------------------------------------------              00002940
            MOVE SPACES TO CPCRM01-REGISTRO.                            00002950
            SET  CRM-REG-DETALHE TO TRUE.                               00002960
            MOVE CLI-ID             TO CRM-ID.                          00002970
            MOVE CLI-NOME           TO CRM-NOME.                        00002980
            MOVE CLI-TELEFONE       TO CRM-TELEFONE.                    00002990
            MOVE CLI-GERENTE        TO CRM-GERENTE.                     00003000
            IF CLI-CLIENTE-PAI NUMERIC                                  00003010
                MOVE CLI-CLIENTE-PAI TO CRM-CLIENTE-PAI-N               00003020
            ELSE                                                        00003030
                MOVE ZEROS           TO CRM-CLIENTE-PAI-N               00003040
            END-IF.                                                     00003050
            PERFORM 0215-BUSCAR-ENDERECO.                               00003060
            IF WRK-FS-SEGMENTO NOT EQUAL '35'                           00003070
                PERFORM 0216-BUSCAR-SEGMENTO                            00003080
            END-IF.                                                     00003090
      *---------------------------------------------------              00003100
       0215-BUSCAR-ENDERECO               SECTION.                      00003110
      *    BUSCA O ENDERECO DO CLIENTE NO ENDERECO-MASTER E O           00003120
      *    LEVA PARA O DETALHE DO CRM                                   00003130
      *---------------------------------------------------              00003140
            MOVE CLI-ID TO END-CLI-ID.                                  00003150
            READ ENDERECO-MASTER                                        00003160
                INVALID KEY                                             00003170
                    MOVE SPACES TO CRM-RUA                              00003180
                    MOVE SPACES TO CRM-BAIRRO                           00003190
                    MOVE ZEROS  TO CRM-CEP                              00003200
                    MOVE SPACES TO CRM-CIDADE                           00003210
                    MOVE SPACES TO CRM-UF                               00003220
                NOT INVALID KEY                                         00003230
                    MOVE END-RUA    TO CRM-RUA                          00003240
                    MOVE END-BAIRRO TO CRM-BAIRRO                       00003250
                    MOVE END-CEP    TO CRM-CEP                          00003260
                    MOVE END-CIDADE TO CRM-CIDADE                       00003270
                    MOVE END-UF     TO CRM-UF                           00003280
            END-READ.                                                   00003290
      *---------------------------------------------------              00003300
       0216-BUSCAR-SEGMENTO               SECTION.                      00003310
      *    LEVA PARA O DETALHE DO CRM O SEGMENTO DE RECENCIA,           00003320
      *    FREQUENCIA E VALOR APURADO PELA FR06CB23 - CLIENTE           00003330
      *    AINDA NAO SEGMENTADO SAI COM O SEGMENTO EM BRANCO            00003340
      *---------------------------------------------------              00003350
            MOVE CLI-ID TO SEG-CLI-ID.                                  00003360
            READ SEGMENTO-CLIENTE                                       00003370
                INVALID KEY                                             00003380
                    MOVE SPACES       TO CRM-SEGMENTO                   00003390
                NOT INVALID KEY                                         00003400
                    MOVE SEG-SEGMENTO TO CRM-SEGMENTO                   00003410
            END-READ.                                                   00003420
      *---------------------------------------------------              00003430
       0300-FINALIZAR                     SECTION.                      00003440
            MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                 00003450
            PERFORM 0106-FINALIZAR-CHECKPOINT.                          00003460
            PERFORM 0320-GRAVAR-TRAILER.                                00003470
            MOVE WRK-CONT-LIDOS                                         00003480
                TO WRK-STT-REGISTROS.                                   00003490
            PERFORM 9060-GRAVAR-ESTATISTICA.                            00003500
            CLOSE CLIENTE-MASTER.                                       00003510
            CLOSE ENDERECO-MASTER.                                      00003520
            IF WRK-FS-SEGMENTO NOT EQUAL '35'                           00003530
                CLOSE SEGMENTO-CLIENTE                                  00003540
            END-IF.                                                     00003550
            CLOSE CRMOUT.                                               00003560
            PERFORM 0330-REGISTRAR-MANIFESTO.                           00003570
            DISPLAY '------------------'.                               00003580
            DISPLAY '  CLIENTES LIDOS......: ' WRK-CONT-LIDOS.          00003590
            DISPLAY '  REGISTROS EXPORTADOS: ' WRK-CONT-EXPORTADOS.     00003600
            DISPLAY '  NAO ATIVOS PULADOS..: ' WRK-CONT-PULADOS.        00003610
            MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                        00003620
            PERFORM 9000-TRATA-ERROS.                                   00003630
      *---------------------------------------------------              00003640
       0320-GRAVAR-TRAILER                 SECTION.                     00003650
      *    GRAVA O REGISTRO DE TRAILER COM O TOTAL DE CLIENTES          00003660
      *    EXPORTADOS                                                   00003670
      *---------------------------------------------------              00003680
            MOVE SPACES TO CPCRM01-REGISTRO.                            00003690
            SET  CRM-REG-TRAILER TO TRUE.                               00003700
            MOVE WRK-CONT-EXPORTADOS TO CRM-QTD-REGISTROS.              00003710
            WRITE CPCRM01-REGISTRO.                                     00003720
      *---------------------------------------------------              00003730
       0330-REGISTRAR-MANIFESTO            SECTION.                     00003740
      *    REGISTRA O ARQUIVO DO CRM NO MANIFESTO DAS INTERFACES        00003750
      *    DE SAIDA (SERVICO FR06CB34) - QTD DE DETALHES E, COMO        00003760
      *    O ARQUIVO NAO LEVA VALOR, A SOMA DOS CODIGOS DE              00003770
      *    CLIENTE COMO HASH, CONFERIDOS PELA LIBERACAO PARA            00003780
      *    TRANSMISSAO (FR06CB35)                                       00003790
      *---------------------------------------------------              00003800
            MOVE 'CRM'               TO MNF-REG-INTERFACE.              00003810
            MOVE WRK-CAB-PROGRAMA    TO MNF-REG-PROGRAMA.               00003820
            SET MNF-REG-NOVA         TO TRUE.                           00003830
            MOVE WRK-CONT-EXPORTADOS TO MNF-REG-QTD-REGISTROS.          00003840
            MOVE WRK-HASH-CRM        TO MNF-REG-VALOR-HASH.             00003850
            CALL 'FR06CB34' USING CPMNF02-AREA.                         00003860
            IF MNF-REG-OK                                               00003870
                DISPLAY '  MANIFESTO..........: ' MNF-REG-INTERFACE     00003880
                        ' ' MNF-REG-DATA-NEGOCIO ' GERACAO '            00003890
                        MNF-REG-GERACAO                                 00003900
            ELSE IF MNF-REG-JA-TRANSMITIDO                              00003910
                DISPLAY ' AVISO: CRM JA TRANSMITIDO NA DATA - A '       00003920
                        'LIBERACAO VAI RECUSAR A GERACAO '              00003930
                        MNF-REG-GERACAO                                 00003940
            ELSE                                                        00003950
                DISPLAY ' AVISO: CRM NAO REGISTRADO NO MANIFESTO - '    00003960
                        'RETORNO ' MNF-REG-RETORNO                      00003970
            END-IF                                                      00003980
            END-IF.                                                     00003990
      *---------------------------------------------------              00004000
       9000-TRATA-ERROS                   SECTION.                      00004010
      *---------------------------------------------------              00004020
            PERFORM 9050-GRAVAR-ERRLOG.                                 00004030
            DISPLAY '  MENSAGEM        '  WRK-MSG.                      00004040
            STOP RUN.                                                   00004050
      *--------------------------------------------------------------   00004060
       9000-99-FIM.            EXIT.                                    00004070
      *--------------------------------------------------------------   00004080
                                                                        00004090
