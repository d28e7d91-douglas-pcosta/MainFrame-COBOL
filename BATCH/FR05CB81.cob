      *                         TRUNCADO SO ERA DESCOBERTO NO FIM,      00000410
      *                         COM AS MUDANCAS JA APLICADAS, E O       00000420
      *                         HEADER AUSENTE NEM ERA CRITICADO        00000430
      *     15/10/2026  IVS     O CLIENTE PAI DO GRUPO (NOVO            00000440
      *                         CRM-CLIENTE-PAI) PASSA A SER            00000450
      *                         APLICADO, COM A MESMA CRITICA DE UM     00000460
      *                         SO NIVEL DA TRANSACAO 'G' DA            00000470
      *                         FR05CB05; EM BRANCO PRESERVA O PAI      00000480
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000490
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000500
      *=======================================================*         00000510
                                                                        00000520
      *=======================================================*         00000530
       ENVIRONMENT                               DIVISION.              00000540
      *=======================================================*         00000550
       INPUT-OUTPUT                              SECTION.               00000560
       FILE-CONTROL.                                                    00000570
             SELECT FEEDCRM  ASSIGN TO ARQCRM                           00000580
                FILE STATUS  IS WRK-FS-FEEDCRM.                         00000590
                                                                        00000600
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000610
                ORGANIZATION IS INDEXED                                 00000620
                ACCESS MODE  IS DYNAMIC                                 00000630
                RECORD KEY   IS CLI-ID                                  00000640
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000650
                                                                        00000660
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00000670
                ORGANIZATION IS INDEXED                                 00000680
                ACCESS MODE  IS DYNAMIC                                 00000690
                RECORD KEY   IS EMP-ID                                  00000700
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00000710
                    WITH DUPLICATES                                     00000720
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00000730
                                                                        00000740
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00000750
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00000760
                                                                        00000770
             SELECT BACKOUT  ASSIGN TO ARQBKO                           00000780
                FILE STATUS  IS WRK-FS-BACKOUT.                         00000790
                                                                        00000800
             SELECT RELCRM   ASSIGN TO ARQRPT                           00000810
                FILE STATUS  IS WRK-FS-RELCRM.                          00000820
                                                                        00000830
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000840
                ORGANIZATION IS INDEXED                                 00000850
                ACCESS MODE  IS DYNAMIC                                 00000860
                RECORD KEY   IS CAL-DATA                                00000870
                FILE STATUS  IS WRK-FS-CALEND.                          00000880
                                                                        00000890
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000900
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000910
                                                                        00000920
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000930
                FILE STATUS  IS WRK-FS-ESTATIS.                         00000940
                                                                        00000950
             SELECT CONTROLE ASSIGN TO ARQCTL                           00000960
                FILE STATUS  IS WRK-FS-CONTROLE.                        00000970
      *=======================================================*         00000980
       DATA                                      DIVISION.              00000990
      *=======================================================*         00001000
       FILE                                      SECTION.               00001010
       FD FEEDCRM                                                       00001020
           RECORDING MODE IS F                                          00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
           COPY CPCRM01.                                                00001050
                                                                        00001060
       FD CLIENTE-MASTER.                                               00001070
           COPY CPCLIE01.                                               00001080
                                                                        00001090
       FD EMPREGADO-MASTER.                                             00001100
           COPY CPEMPR01.                                               00001110
                                                                        00001120
       FD AUDITORIA                                                     00001130
           RECORDING MODE IS F                                          00001140
           BLOCK CONTAINS 0 RECORDS.                                    00001150
           COPY CPAUD01.                                                00001160
                                                                        00001170
       FD BACKOUT                                                       00001180
           RECORDING MODE IS F                                          00001190
           BLOCK CONTAINS 0 RECORDS.                                    00001200
           COPY CPBKO01.                                                00001210
                                                                        00001220
       FD RELCRM                                                        00001230
           RECORDING MODE IS F                                          00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
       01 REL-LINHA                    PIC X(132).                      00001260
                                                                        00001270
       FD CALENDARIO.                                                   00001280
           COPY CPCAL01.                                                00001290
                                                                        00001300
       FD ERRLOG.                                                       00001310
           COPY CPERRL01.                                               00001320
                                                                        00001330
       FD ESTATIS                                                       00001340
           RECORDING MODE IS F                                          00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
           COPY CPSTA01.                                                00001370
                                                                        00001380
       FD CONTROLE                                                      00001390
           RECORDING MODE IS F                                          00001400
           BLOCK CONTAINS 0 RECORDS.                                    00001410
           COPY CPCTRL01.                                               00001420
      *---------------------------------------------------              00001430
       WORKING-STORAGE                           SECTION.               00001440
      *---------------------------------------------------              00001450
       77 WRK-FS-FEEDCRM           PIC X(02) VALUE SPACES.              00001460
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00001470
       77 WRK-FS-EMPREGADO         PIC X(02) VALUE SPACES.              00001480
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00001490
       77 WRK-FS-BACKOUT           PIC X(02) VALUE SPACES.              00001500
       77 WRK-FS-RELCRM            PIC X(02) VALUE SPACES.              00001510
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00001520
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00001530
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00001540
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00001550
       77 WRK-CONT-DETALHES        PIC 9(09) COMP VALUE ZERO.           00001560
       77 WRK-CONT-APLICADOS       PIC 9(09) COMP VALUE ZERO.           00001570
       77 WRK-CONT-REJEITADOS      PIC 9(09) COMP VALUE ZERO.           00001580
       77 WRK-CONT-BACKOUT         PIC 9(07) COMP VALUE ZERO.           00001590
       77 WRK-QTD-TRAILER          PIC 9(09) VALUE ZERO.                00001600
       77 WRK-MOTIVO               PIC X(30) VALUE SPACES.              00001610
       01 WRK-IMG-ANTERIOR         PIC X(100) VALUE SPACES.             00001620
      *---------------------------------------------------              00001630
      *    CARTEIRA ATUAL POR GERENTE, CONTADA NA ABERTURA -            00001640
      *    BASE DA CRITICA DE CAPACIDADE (EMP-CAPACIDADE-CLI)           00001650
      *---------------------------------------------------              00001660
       77 WRK-MAX-GERENTES    PIC 9(03) COMP VALUE 200.                 00001670
       77 WRK-QTD-GERENTES    PIC 9(03) COMP VALUE ZERO.                00001680
       77 WRK-IDX-GER         PIC 9(03) COMP VALUE ZERO.                00001690
       77 WRK-IDX-GER-ACH     PIC 9(03) COMP VALUE ZERO.                00001700
       77 WRK-GERENTE-ALVO    PIC X(15) VALUE SPACES.                   00001710
       01 WRK-TABELA-GERENTES.                                          00001720
          05 WRK-ENT-GERENTE OCCURS 200 TIMES.                          00001730
             10 WRK-GER-NOME          PIC X(15).                        00001740
             10 WRK-GER-QTD           PIC 9(05) COMP.                   00001750
      *---------------------------------------------------              00001760
      *    GRUPOS DE CLIENTES (PAI E QUANTIDADE DE FILIAIS),            00001770
      *    CONTADOS NA MESMA PASSADA DAS CARTEIRAS - BASE DA            00001780
      *    CRITICA DE UM SO NIVEL DO CLIENTE PAI DO FEED                00001790
      *---------------------------------------------------              00001800
       77 WRK-MAX-GRUPOS      PIC 9(03) COMP VALUE 500.                 00001810
       77 WRK-QTD-GRUPOS      PIC 9(03) COMP VALUE ZERO.                00001820
       77 WRK-IDX-GRP         PIC 9(03) COMP VALUE ZERO.                00001830
       77 WRK-IDX-GRP-ACH     PIC 9(03) COMP VALUE ZERO.                00001840
       77 WRK-PAI-ALVO        PIC 9(05) VALUE ZEROS.                    00001850
       77 WRK-PAI-ANTERIOR    PIC 9(05) VALUE ZEROS.                    00001860
       77 WRK-PAI-NOVO        PIC 9(05) VALUE ZEROS.                    00001870
       01 WRK-TABELA-GRUPOS.                                            00001880
          05 WRK-ENT-GRUPO OCCURS 500 TIMES.                            00001890
             10 WRK-GRP-PAI           PIC 9(05).                        00001900
             10 WRK-GRP-QTD           PIC 9(05) COMP.                   00001910
       01 WRK-CLIENTE-SALVO        PIC X(100) VALUE SPACES.             00001920
       01 WRK-SW-TRAILER.                                               00001930
          05 WRK-SW-TRAILER-IND      PIC X(01) VALUE 'N'.               00001940
             88 WRK-TRAILER-LIDO           VALUE 'S'.                   00001950
             88 WRK-TRAILER-PENDENTE       VALUE 'N'.                   00001960
      *---------------------------------------------------              00001970
      *    CONTADORES DA PRE-PASSADA DE CONFERENCIA DO ENVELOPE         00001980
      *    (0112) - O FEED SO E APLICADO DEPOIS DE CONFERIDO            00001990
      *---------------------------------------------------              00002000
       77 WRK-ENV-QTD-DETALHES     PIC 9(09) COMP VALUE ZERO.           00002010
       77 WRK-ENV-QTD-TRAILER      PIC 9(09) VALUE ZERO.                00002020
       01 WRK-SW-ENV-TRAILER.                                           00002030
          05 WRK-SW-ENV-TRAILER-IND  PIC X(01) VALUE 'N'.               00002040
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00002050
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00002060
       01 WRK-SW-VALIDO.                                                00002070
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002080
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002090
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002100
      *---------------------------------------------------              00002110
      *    LINHAS DO RELATORIO                                          00002120
      *---------------------------------------------------              00002130
       01 WRK-DETALHE.                                                  00002140
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00002150
          05 WRK-DET-CLI-ID       PIC 9(05).                            00002160
          05 FILLER               PIC X(01) VALUE SPACE.                00002170
          05 WRK-DET-SITUACAO     PIC X(10).                            00002180
          05 FILLER               PIC X(01) VALUE SPACE.                00002190
          05 WRK-DET-MOTIVO       PIC X(30).                            00002200
                                                                        00002210
       01 WRK-RODAPE.                                                   00002220
          05 FILLER               PIC X(11) VALUE 'APLICADOS: '.        00002230
          05 WRK-ROD-APLICADOS    PIC Z(8)9.                            00002240
          05 FILLER               PIC X(14) VALUE '  REJEITADOS: '.     00002250
          05 WRK-ROD-REJEITADOS   PIC Z(8)9.                            00002260
          05 FILLER               PIC X(11) VALUE '  TRAILER: '.        00002270
          05 WRK-ROD-TRAILER      PIC Z(8)9.                            00002280
       COPY CPAUD02.                                                    00002290
       COPY CPCAB01.                                                    00002300
       COPY CPERR01.                                                    00002310
       COPY CPDTA01.                                                    00002320
       COPY CPSTT01.                                                    00002330
      *=========================================*                       00002340
       PROCEDURE DIVISION.                                              00002350
      *=========================================*                       00002360
                                                                        00002370
      *---------------------------------------------------              00002380
       0000-PRINCIPAL                     SECTION.                      00002390
      *---------------------------------------------------              00002400
             PERFORM 0100-INICIAR.                                      00002410
             PERFORM 0200-PROCESSAR                                     00002420
                 UNTIL WRK-FS-FEEDCRM EQUAL '10'.                       00002430
             PERFORM 0300-FINALIZAR.                                    00002440
      *---------------------------------------------------              00002450
       0000-99-FIM.            EXIT.                                    00002460
      *---------------------------------------------------              00002470
                                                                        00002480
       0100-INICIAR                       SECTION.                      00002490
             MOVE 'FR05CB81' TO WRK-CAB-PROGRAMA.                       00002500
             PERFORM 0101-CABECALHO-PADRAO.                             00002510
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002520
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002530
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002540
             OPEN INPUT FEEDCRM.                                        00002550
             PERFORM 0112-CONFERIR-ENVELOPE.                            00002560
             OPEN I-O CLIENTE-MASTER.                                   00002570
             OPEN INPUT EMPREGADO-MASTER.                               00002580
             PERFORM 0105-ABRIR-AUDITORIA.                              00002590
             PERFORM 0106-ABRIR-BACKOUT.                                00002600
             OPEN OUTPUT RELCRM.                                        00002610
             OPEN OUTPUT CONTROLE.                                      00002620
             PERFORM 0110-TESTAR-STATUS.                                00002630
             PERFORM 0136-CONTAR-CARTEIRAS.                             00002640
      *---------------------------------------------------              00002650
       0100-99-FIM.            EXIT.                                    00002660
      *---------------------------------------------------              00002670
           COPY CPCAB02.                                                00002680
           COPY CPERR02.                                                00002690
           COPY CPDTA02.                                                00002700
           COPY CPSTT02.                                                00002710
           COPY CPAUD03.                                                00002720
      *---------------------------------------------------              00002730
       0105-ABRIR-AUDITORIA               SECTION.                      00002740
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00002750
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00002760
      *---------------------------------------------------              00002770
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00002780
             OPEN EXTEND AUDITORIA.                                     00002790
             IF WRK-FS-AUDITORIA EQUAL '35'                             00002800
                 OPEN OUTPUT AUDITORIA                                  00002810
                 CLOSE AUDITORIA                                        00002820
                 OPEN EXTEND AUDITORIA                                  00002830
             END-IF.                                                    00002840
      *---------------------------------------------------              00002850
       0112-CONFERIR-ENVELOPE             SECTION.                      00002860
      *    PASSA PELO FEED INTEIRO CONFERINDO O ENVELOPE ANTES DE       00002870
      *    QUALQUER MUDANCA SER APLICADA: O PRIMEIRO REGISTRO DEVE      00002880
      *    SER O HEADER, O TRAILER DEVE EXISTIR, NADA PODE VIR          00002890
      *    DEPOIS DELE E A CONTAGEM DE DETALHES DEVE BATER COM A        00002900
      *    INFORMADA. FEED RUIM ENCERRA COM RC=12 SEM TOCAR NO          00002910
      *    CLIENTE-MASTER. DEPOIS O FEED E REABERTO PARA O              00002920
      *    PROCESSAMENTO                                                00002930
      *---------------------------------------------------              00002940
             READ FEEDCRM.                                              00002950
             IF WRK-FS-FEEDCRM NOT EQUAL ZEROS                          00002960
                OR NOT CRM-REG-HEADER                                   00002970
                 MOVE ' ERRO FEED SEM HEADER ' TO WRK-MSG               00002980
                 MOVE 12 TO RETURN-CODE                                 00002990
                 PERFORM 9000-TRATA-ERROS                               00003000
             END-IF.                                                    00003010
             PERFORM 0113-CONTAR-UM-REGISTRO                            00003020
                 UNTIL WRK-FS-FEEDCRM EQUAL '10'.                       00003030
             IF WRK-ENV-SEM-TRAILER                                     00003040
                 MOVE ' ERRO FEED SEM TRAILER ' TO WRK-MSG              00003050
                 MOVE 12 TO RETURN-CODE                                 00003060
                 PERFORM 9000-TRATA-ERROS                               00003070
             END-IF.                                                    00003080
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00003090
                 DISPLAY ' FEED CONTADOS: ' WRK-ENV-QTD-DETALHES        00003100
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00003110
                 MOVE ' ERRO TRAILER DIVERGE DA CONTAGEM ' TO WRK-MSG   00003120
                 MOVE 12 TO RETURN-CODE                                 00003130
                 PERFORM 9000-TRATA-ERROS                               00003140
             END-IF.                                                    00003150
             CLOSE FEEDCRM.                                             00003160
             OPEN INPUT FEEDCRM.                                        00003170
      *---------------------------------------------------              00003180
       0113-CONTAR-UM-REGISTRO            SECTION.                      00003190
      *    CONTA OS DETALHES E GUARDA A QUANTIDADE INFORMADA NO         00003200
      *    TRAILER - REGISTRO DEPOIS DO TRAILER E FEED TRUNCADO/        00003210
      *    REMONTADO E TAMBEM REJEITA O LOTE INTEIRO                    00003220
      *---------------------------------------------------              00003230
             READ FEEDCRM.                                              00003240
             IF WRK-FS-FEEDCRM EQUAL ZEROS                              00003250
                 IF WRK-ENV-TRAILER-VISTO                               00003260
                     MOVE ' ERRO REGISTRO DEPOIS DO TRAILER '           00003270
                         TO WRK-MSG                                     00003280
                     MOVE 12 TO RETURN-CODE                             00003290
                     PERFORM 9000-TRATA-ERROS                           00003300
                 END-IF                                                 00003310
                 EVALUATE TRUE                                          00003320
                     WHEN CRM-REG-DETALHE                               00003330
                         ADD 1 TO WRK-ENV-QTD-DETALHES                  00003340
                     WHEN CRM-REG-TRAILER                               00003350
                         SET WRK-ENV-TRAILER-VISTO TO TRUE              00003360
                         MOVE CRM-QTD-REGISTROS                         00003370
                             TO WRK-ENV-QTD-TRAILER                     00003380
                     WHEN OTHER                                         00003390
                         CONTINUE                                       00003400
                 END-EVALUATE                                           00003410
             END-IF.                                                    00003420
      *---------------------------------------------------              00003430
       0106-ABRIR-BACKOUT                 SECTION.                      00003440
      *    ABRE O ARQUIVO DE BACKOUT EM EXTEND, CRIANDO-O NA            00003450
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003460
      *---------------------------------------------------              00003470
             OPEN EXTEND BACKOUT.                                       00003480
             IF WRK-FS-BACKOUT EQUAL '35'                               00003490
                 OPEN OUTPUT BACKOUT                                    00003500
                 CLOSE BACKOUT                                          00003510
                 OPEN EXTEND BACKOUT                                    00003520
             END-IF.                                                    00003530
      *---------------------------------------------------              00003540
       0110-TESTAR-STATUS                 SECTION.                      00003550
             IF WRK-FS-FEEDCRM NOT EQUAL ZEROS                          00003560
                 MOVE ' ERRO OPEN FEED DO CRM ' TO WRK-MSG              00003570
                 PERFORM 9000-TRATA-ERROS                               00003580
             END-IF.                                                    00003590
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00003600
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00003610
                 PERFORM 9000-TRATA-ERROS                               00003620
             END-IF.                                                    00003630
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00003640
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00003650
                 PERFORM 9000-TRATA-ERROS                               00003660
             END-IF.                                                    00003670
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00003680
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00003690
                 PERFORM 9000-TRATA-ERROS                               00003700
             END-IF.                                                    00003710
             IF WRK-FS-BACKOUT NOT EQUAL ZEROS                          00003720
                 MOVE ' ERRO OPEN BACKOUT ' TO WRK-MSG                  00003730
                 PERFORM 9000-TRATA-ERROS                               00003740
             END-IF.                                                    00003750
             IF WRK-FS-RELCRM NOT EQUAL ZEROS                           00003760
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003770
                 PERFORM 9000-TRATA-ERROS                               00003780
             END-IF.                                                    00003790
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00003800
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00003810
                 PERFORM 9000-TRATA-ERROS                               00003820
             END-IF.                                                    00003830
      *---------------------------------------------------              00003840
       0136-CONTAR-CARTEIRAS              SECTION.                      00003850
      *    PERCORRE O CLIENTE-MASTER E CONTA A CARTEIRA ATUAL DE        00003860
      *    CADA GERENTE - CLIENTES ENCERRADOS NAO CONTAM - E AS         00003870
      *    FILIAIS DE CADA CLIENTE PAI                                  00003880
      *---------------------------------------------------              00003890
             MOVE ZEROS TO CLI-ID.                                      00003900
             START CLIENTE-MASTER KEY NOT < CLI-ID                      00003910
                 INVALID KEY                                            00003920
                     MOVE '10' TO WRK-FS-CLIENTE                        00003930
             END-START.                                                 00003940
             PERFORM 0137-CONTAR-UMA-CARTEIRA                           00003950
                 UNTIL WRK-FS-CLIENTE NOT EQUAL ZEROS.                  00003960
             MOVE SPACES TO WRK-FS-CLIENTE.                             00003970
      *---------------------------------------------------              00003980
       0137-CONTAR-UMA-CARTEIRA           SECTION.                      00003990
             READ CLIENTE-MASTER NEXT RECORD.                           00004000
             IF WRK-FS-CLIENTE EQUAL ZEROS                              00004010
                 IF CLI-GERENTE NOT EQUAL SPACES                        00004020
                    AND NOT CLI-STAT-ENCERRADO                          00004030
                     MOVE CLI-GERENTE TO WRK-GERENTE-ALVO               00004040
                     PERFORM 0227-LOCALIZAR-GERENTE                     00004050
                     ADD 1 TO WRK-GER-QTD (WRK-IDX-GER-ACH)             00004060
                 END-IF                                                 00004070
                 IF CLI-CLIENTE-PAI NUMERIC                             00004080
                    AND CLI-CLIENTE-PAI > ZEROS                         00004090
                     MOVE ZEROS           TO WRK-PAI-ANTERIOR           00004100
                     MOVE CLI-CLIENTE-PAI TO WRK-PAI-NOVO               00004110
                     PERFORM 0219-ATUALIZAR-GRUPOS                      00004120
                 END-IF                                                 00004130
             END-IF.                                                    00004140
      *---------------------------------------------------              00004150
       0227-LOCALIZAR-GERENTE             SECTION.                      00004160
      *    LOCALIZA (OU CRIA ZERADA) A ENTRADA DO GERENTE ALVO NA       00004170
      *    TABELA DE CARTEIRAS                                          00004180
      *---------------------------------------------------              00004190
             MOVE ZERO TO WRK-IDX-GER-ACH.                              00004200
             MOVE ZERO TO WRK-IDX-GER.                                  00004210
             PERFORM 0228-PROCURAR-UM-GERENTE                           00004220
                 UNTIL WRK-IDX-GER >= WRK-QTD-GERENTES                  00004230
                    OR WRK-IDX-GER-ACH > ZERO.                          00004240
             IF WRK-IDX-GER-ACH EQUAL ZERO                              00004250
                 IF WRK-QTD-GERENTES >= WRK-MAX-GERENTES                00004260
                     MOVE ' ERRO TABELA DE GERENTES EXCEDIDA '          00004270
                         TO WRK-MSG                                     00004280
                     PERFORM 9000-TRATA-ERROS                           00004290
                 END-IF                                                 00004300
                 ADD 1 TO WRK-QTD-GERENTES                              00004310
                 MOVE WRK-QTD-GERENTES TO WRK-IDX-GER-ACH               00004320
                 MOVE WRK-GERENTE-ALVO                                  00004330
                     TO WRK-GER-NOME (WRK-IDX-GER-ACH)                  00004340
                 MOVE ZERO TO WRK-GER-QTD (WRK-IDX-GER-ACH)             00004350
             END-IF.                                                    00004360
      *---------------------------------------------------              00004370
       0228-PROCURAR-UM-GERENTE           SECTION.                      00004380
             ADD 1 TO WRK-IDX-GER.                                      00004390
             IF WRK-GER-NOME (WRK-IDX-GER) EQUAL WRK-GERENTE-ALVO       00004400
                 MOVE WRK-IDX-GER TO WRK-IDX-GER-ACH                    00004410
             END-IF.                                                    00004420
      *---------------------------------------------------              00004430
       0219-ATUALIZAR-GRUPOS              SECTION.                      00004440
      *    ACOMPANHA NA TABELA DE GRUPOS A MUDANCA DE PAI DE UM         00004450
      *    CLIENTE (WRK-PAI-ANTERIOR PARA WRK-PAI-NOVO) - PAI           00004460
      *    NOVO AINDA SEM ENTRADA GANHA UMA                             00004470
      *---------------------------------------------------              00004480
             IF WRK-PAI-ANTERIOR NUMERIC                                00004490
                AND WRK-PAI-ANTERIOR > ZEROS                            00004500
                 MOVE WRK-PAI-ANTERIOR TO WRK-PAI-ALVO                  00004510
                 PERFORM 0225-LOCALIZAR-GRUPO                           00004520
                 IF WRK-IDX-GRP-ACH > ZERO                              00004530
                    AND WRK-GRP-QTD (WRK-IDX-GRP-ACH) > ZERO            00004540
                     SUBTRACT 1 FROM WRK-GRP-QTD (WRK-IDX-GRP-ACH)      00004550
                 END-IF                                                 00004560
             END-IF.                                                    00004570
             IF WRK-PAI-NOVO > ZEROS                                    00004580
                 MOVE WRK-PAI-NOVO TO WRK-PAI-ALVO                      00004590
                 PERFORM 0225-LOCALIZAR-GRUPO                           00004600
                 IF WRK-IDX-GRP-ACH EQUAL ZERO                          00004610
                     IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS                00004620
                         MOVE ' ERRO TABELA DE GRUPOS EXCEDIDA '        00004630
                             TO WRK-MSG                                 00004640
                         PERFORM 9000-TRATA-ERROS                       00004650
                     END-IF                                             00004660
                     ADD 1 TO WRK-QTD-GRUPOS                            00004670
                     MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP-ACH             00004680
                     MOVE WRK-PAI-NOVO                                  00004690
                         TO WRK-GRP-PAI (WRK-IDX-GRP-ACH)               00004700
                     MOVE ZERO TO WRK-GRP-QTD (WRK-IDX-GRP-ACH)         00004710
                 END-IF                                                 00004720
                 ADD 1 TO WRK-GRP-QTD (WRK-IDX-GRP-ACH)                 00004730
             END-IF.                                                    00004740
      *---------------------------------------------------              00004750
       0225-LOCALIZAR-GRUPO               SECTION.                      00004760
      *    LOCALIZA A ENTRADA DO PAI ALVO NA TABELA DE GRUPOS -         00004770
      *    WRK-IDX-GRP-ACH ZERO QUANDO O CLIENTE NAO E PAI              00004780
      *---------------------------------------------------              00004790
             MOVE ZERO TO WRK-IDX-GRP-ACH.                              00004800
             MOVE ZERO TO WRK-IDX-GRP.                                  00004810
             PERFORM 0226-PROCURAR-UM-GRUPO                             00004820
                 UNTIL WRK-IDX-GRP >= WRK-QTD-GRUPOS                    00004830
                    OR WRK-IDX-GRP-ACH > ZERO.                          00004840
      *---------------------------------------------------              00004850
       0226-PROCURAR-UM-GRUPO             SECTION.                      00004860
             ADD 1 TO WRK-IDX-GRP.                                      00004870
             IF WRK-GRP-PAI (WRK-IDX-GRP) EQUAL WRK-PAI-ALVO            00004880
                 MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACH                    00004890
             END-IF.                                                    00004900
      *---------------------------------------------------              00004910
       0200-PROCESSAR                     SECTION.                      00004920
             READ FEEDCRM.                                              00004930
             IF WRK-FS-FEEDCRM EQUAL ZEROS                              00004940
                 EVALUATE TRUE                                          00004950
                     WHEN CRM-REG-HEADER                                00004960
                         DISPLAY ' FEED DO CRM DE '                     00004970
                                 CRM-DATA-GERACAO                       00004980
                     WHEN CRM-REG-DETALHE                               00004990
                         ADD 1 TO WRK-CONT-DETALHES                     00005000
                         PERFORM 0210-TRATAR-DETALHE                    00005010
                     WHEN CRM-REG-TRAILER                               00005020
                         SET WRK-TRAILER-LIDO TO TRUE                   00005030
                         MOVE CRM-QTD-REGISTROS TO WRK-QTD-TRAILER      00005040
                     WHEN OTHER                                         00005050
                         ADD 1 TO WRK-CONT-REJEITADOS                   00005060
                         DISPLAY ' REGISTRO INVALIDO NO FEED: '         00005070
                                 CRM-TIPO-REG                           00005080
                 END-EVALUATE                                           00005090
             END-IF.                                                    00005100
      *---------------------------------------------------              00005110
       0210-TRATAR-DETALHE                SECTION.                      00005120
             PERFORM 0212-VALIDAR-DETALHE.                              00005130
             IF WRK-REGISTRO-VALIDO                                     00005140
                 PERFORM 0240-APLICAR-MUDANCA                           00005150
                 ADD 1 TO WRK-CONT-APLICADOS                            00005160
                 SET AUD-ACEITO TO TRUE                                 00005170
                 MOVE 'APLICADO'  TO WRK-DET-SITUACAO                   00005180
             ELSE                                                       00005190
                 ADD 1 TO WRK-CONT-REJEITADOS                           00005200
                 SET AUD-REJEITADO TO TRUE                              00005210
                 MOVE 'REJEITADO' TO WRK-DET-SITUACAO                   00005220
             END-IF.                                                    00005230
             IF CRM-ID NUMERIC                                          00005240
                 MOVE CRM-ID TO WRK-DET-CLI-ID                          00005250
             ELSE                                                       00005260
                 MOVE ZEROS TO WRK-DET-CLI-ID                           00005270
             END-IF.                                                    00005280
             MOVE WRK-MOTIVO TO WRK-DET-MOTIVO.                         00005290
             WRITE REL-LINHA FROM WRK-DETALHE.                          00005300
             PERFORM 0900-GRAVAR-AUDITORIA.                             00005310
      *---------------------------------------------------              00005320
       0212-VALIDAR-DETALHE               SECTION.                      00005330
      *    MESMOS EDITS DA FR05CB05: ID E TELEFONE NUMERICOS,           00005340
      *    NOME PREENCHIDO, CLIENTE EXISTENTE E GERENTE (QUANDO         00005350
      *    INFORMADO) CADASTRADO E ATIVO EM EMPREGADO-MASTER            00005360
      *---------------------------------------------------              00005370
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00005380
             MOVE SPACES TO WRK-MOTIVO.                                 00005390
             IF CRM-ID NOT NUMERIC                                      00005400
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005410
                 MOVE 'ID NAO NUMERICO' TO WRK-MOTIVO                   00005420
                 GO TO 0212-99-FIM                                      00005430
             END-IF.                                                    00005440
             IF CRM-NOME EQUAL SPACES                                   00005450
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005460
                 MOVE 'NOME EM BRANCO' TO WRK-MOTIVO                    00005470
                 GO TO 0212-99-FIM                                      00005480
             END-IF.                                                    00005490
             IF CRM-TELEFONE NOT NUMERIC                                00005500
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00005510
                 MOVE 'TELEFONE NAO NUMERICO' TO WRK-MOTIVO             00005520
                 GO TO 0212-99-FIM                                      00005530
             END-IF.                                                    00005540
             MOVE CRM-ID TO CLI-ID.                                     00005550
             READ CLIENTE-MASTER                                        00005560
                 INVALID KEY                                            00005570
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00005580
                     MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO        00005590
                     GO TO 0212-99-FIM                                  00005600
             END-READ.                                                  00005610
             IF CRM-GERENTE NOT EQUAL SPACES                            00005620
                 MOVE CRM-GERENTE TO EMP-NOME-CURTO                     00005630
                 READ EMPREGADO-MASTER KEY IS EMP-NOME-CURTO            00005640
                     INVALID KEY                                        00005650
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00005660
                         MOVE 'GERENTE NAO CADASTRADO'                  00005670
                             TO WRK-MOTIVO                              00005680
                     NOT INVALID KEY                                    00005690
                         IF EMP-INATIVO                                 00005700
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005710
                             MOVE 'GERENTE INATIVO' TO WRK-MOTIVO       00005720
                         ELSE                                           00005730
                             PERFORM 0216-CONFERIR-CAPACIDADE           00005740
                         END-IF                                         00005750
                 END-READ                                               00005760
             END-IF.                                                    00005770
             IF WRK-REGISTRO-VALIDO                                     00005780
                AND CRM-CLIENTE-PAI NOT EQUAL SPACES                    00005790
                 PERFORM 0217-VALIDAR-GRUPO                             00005800
             END-IF.                                                    00005810
       0212-99-FIM.            EXIT.                                    00005820
      *---------------------------------------------------              00005830
       0216-CONFERIR-CAPACIDADE           SECTION.                      00005840
      *    MUDANCA REAL DE GERENTE NAO PODE ESTOURAR O TETO DE          00005850
      *    CARTEIRA DO DESTINO (EMP-CAPACIDADE-CLI) - MESMA             00005860
      *    CRITICA DA FR05CB05/FR05CB20; FEED QUE REPETE O              00005870
      *    GERENTE ATUAL NAO E CRITICADO E TETO ZERO OU EM              00005880
      *    BRANCO E SEM TETO                                            00005890
      *---------------------------------------------------              00005900
             IF CRM-GERENTE EQUAL CLI-GERENTE                           00005910
                 GO TO 0216-99-FIM                                      00005920
             END-IF.                                                    00005930
             IF EMP-CAPACIDADE-CLI NUMERIC                              00005940
                AND EMP-CAPACIDADE-CLI > ZEROS                          00005950
                 MOVE CRM-GERENTE TO WRK-GERENTE-ALVO                   00005960
                 PERFORM 0227-LOCALIZAR-GERENTE                         00005970
                 IF WRK-GER-QTD (WRK-IDX-GER-ACH) + 1                   00005980
                        > EMP-CAPACIDADE-CLI                            00005990
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006000
                     MOVE 'GERENTE ALEM DA CAPACIDADE'                  00006010
                         TO WRK-MOTIVO                                  00006020
                 END-IF                                                 00006030
             END-IF.                                                    00006040
       0216-99-FIM.            EXIT.                                    00006050
      *---------------------------------------------------              00006060
       0217-VALIDAR-GRUPO                 SECTION.                      00006070
      *    MESMA CRITICA DA TRANSACAO 'G' DA FR05CB05 SOBRE O           00006080
      *    CLIENTE PAI DO FEED - UM SO NIVEL; ZEROS RETIRA O            00006090
      *    CLIENTE DO GRUPO. O CLIENTE JA LIDO E GUARDADO ANTES         00006100
      *    DA LEITURA DO PAI E DEVOLVIDO NO FIM                         00006110
      *---------------------------------------------------              00006120
             IF CRM-CLIENTE-PAI-N NOT NUMERIC                           00006130
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006140
                 MOVE 'CLIENTE PAI NAO NUMERICO' TO WRK-MOTIVO          00006150
                 GO TO 0217-99-FIM                                      00006160
             END-IF.                                                    00006170
             IF CRM-CLIENTE-PAI-N EQUAL ZEROS                           00006180
                OR CRM-CLIENTE-PAI-N EQUAL CLI-CLIENTE-PAI              00006190
                 GO TO 0217-99-FIM                                      00006200
             END-IF.                                                    00006210
             IF CRM-CLIENTE-PAI-N EQUAL CRM-ID                          00006220
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006230
                 MOVE 'CLIENTE PAI IGUAL AO CLIENTE' TO WRK-MOTIVO      00006240
                 GO TO 0217-99-FIM                                      00006250
             END-IF.                                                    00006260
             MOVE CRM-ID TO WRK-PAI-ALVO.                               00006270
             PERFORM 0225-LOCALIZAR-GRUPO.                              00006280
             IF WRK-IDX-GRP-ACH > ZERO                                  00006290
                AND WRK-GRP-QTD (WRK-IDX-GRP-ACH) > ZERO                00006300
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006310
                 MOVE 'CLIENTE JA E PAI DE GRUPO' TO WRK-MOTIVO         00006320
                 GO TO 0217-99-FIM                                      00006330
             END-IF.                                                    00006340
             MOVE CPCLIE01-REGISTRO TO WRK-CLIENTE-SALVO.               00006350
             MOVE CRM-CLIENTE-PAI-N TO CLI-ID.                          00006360
             READ CLIENTE-MASTER                                        00006370
                 INVALID KEY                                            00006380
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006390
                     MOVE 'CLIENTE PAI INEXISTENTE' TO WRK-MOTIVO       00006400
                 NOT INVALID KEY                                        00006410
                     IF CLI-CLIENTE-PAI NUMERIC                         00006420
                        AND CLI-CLIENTE-PAI > ZEROS                     00006430
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00006440
                         MOVE 'CLIENTE PAI E FILIAL' TO WRK-MOTIVO      00006450
                     ELSE                                               00006460
                         IF CLI-STAT-ENCERRADO                          00006470
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00006480
                             MOVE 'CLIENTE PAI ENCERRADO'               00006490
                                 TO WRK-MOTIVO                          00006500
                         END-IF                                         00006510
                     END-IF                                             00006520
             END-READ.                                                  00006530
             MOVE WRK-CLIENTE-SALVO TO CPCLIE01-REGISTRO.               00006540
       0217-99-FIM.            EXIT.                                    00006550
      *---------------------------------------------------              00006560
       0240-APLICAR-MUDANCA               SECTION.                      00006570
      *    APLICA NOME, TELEFONE, GERENTE E CLIENTE PAI NO              00006580
      *    CLIENTE JA LIDO PELA VALIDACAO, COM A IMAGEM ANTERIOR        00006590
      *    NO BACKOUT - GERENTE OU PAI EM BRANCO NO FEED                00006600
      *    PRESERVA O VALOR ATUAL                                       00006610
      *---------------------------------------------------              00006620
             MOVE SPACES TO WRK-IMG-ANTERIOR.                           00006630
             MOVE CPCLIE01-REGISTRO TO WRK-IMG-ANTERIOR.                00006640
             MOVE CRM-NOME     TO CLI-NOME.                             00006650
             MOVE CRM-TELEFONE TO CLI-TELEFONE.                         00006660
             IF CRM-GERENTE NOT EQUAL SPACES                            00006670
                AND CRM-GERENTE NOT EQUAL CLI-GERENTE                   00006680
                 IF CLI-GERENTE NOT EQUAL SPACES                        00006690
                     MOVE CLI-GERENTE TO WRK-GERENTE-ALVO               00006700
                     PERFORM 0227-LOCALIZAR-GERENTE                     00006710
                     IF WRK-GER-QTD (WRK-IDX-GER-ACH) > ZERO            00006720
                         SUBTRACT 1                                     00006730
                             FROM WRK-GER-QTD (WRK-IDX-GER-ACH)         00006740
                     END-IF                                             00006750
                 END-IF                                                 00006760
                 MOVE CRM-GERENTE TO WRK-GERENTE-ALVO                   00006770
                 PERFORM 0227-LOCALIZAR-GERENTE                         00006780
                 ADD 1 TO WRK-GER-QTD (WRK-IDX-GER-ACH)                 00006790
             END-IF.                                                    00006800
             IF CRM-GERENTE NOT EQUAL SPACES                            00006810
                 MOVE CRM-GERENTE TO CLI-GERENTE                        00006820
             END-IF.                                                    00006830
             IF CRM-CLIENTE-PAI NOT EQUAL SPACES                        00006840
                 MOVE CLI-CLIENTE-PAI   TO WRK-PAI-ANTERIOR             00006850
                 MOVE CRM-CLIENTE-PAI-N TO WRK-PAI-NOVO                 00006860
                 PERFORM 0219-ATUALIZAR-GRUPOS                          00006870
                 MOVE CRM-CLIENTE-PAI-N TO CLI-CLIENTE-PAI              00006880
             END-IF.                                                    00006890
             REWRITE CPCLIE01-REGISTRO.                                 00006900
             PERFORM 0245-GRAVAR-BACKOUT.                               00006910
      *---------------------------------------------------              00006920
       0245-GRAVAR-BACKOUT                SECTION.                      00006930
             MOVE 'FR05CB81'          TO BKO-PROGRAMA.                  00006940
             ADD 1 TO WRK-CONT-BACKOUT.                                 00006950
             MOVE WRK-CONT-BACKOUT    TO BKO-SEQUENCIA.                 00006960
             MOVE 'M'                 TO BKO-TIPO-ACAO.                 00006970
             MOVE WRK-IMG-ANTERIOR    TO BKO-IMAGEM-ANTERIOR.           00006980
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00006990
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007000
             MOVE WRK-DATA-ATUAL      TO BKO-DATA.                      00007010
             MOVE WRK-HORA-ATUAL (1:6) TO BKO-HORA.                     00007020
             WRITE CPBKO01-REGISTRO.                                    00007030
      *---------------------------------------------------              00007040
       0900-GRAVAR-AUDITORIA              SECTION.                      00007050
             MOVE 'FR05CB81' TO AUD-PROGRAMA.                           00007060
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00007070
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007080
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00007090
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00007100
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00007110
             MOVE CPCRM01-REGISTRO (1:80) TO AUD-REGISTRO-IMAGEM.       00007120
             MOVE ZEROS TO AUD-NUM-LOTE.                                00007130
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00007140
             WRITE CPAUD01-REGISTRO.                                    00007150
      *---------------------------------------------------              00007160
       0300-FINALIZAR                     SECTION.                      00007170
             MOVE WRK-CONT-APLICADOS  TO WRK-ROD-APLICADOS.             00007180
             MOVE WRK-CONT-REJEITADOS TO WRK-ROD-REJEITADOS.            00007190
             MOVE WRK-QTD-TRAILER     TO WRK-ROD-TRAILER.               00007200
             WRITE REL-LINHA FROM WRK-RODAPE.                           00007210
             PERFORM 0310-GRAVA-CONTROLE.                               00007220
             MOVE WRK-CONT-DETALHES                                     00007230
                 TO WRK-STT-REGISTROS.                                  00007240
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00007250
             CLOSE FEEDCRM.                                             00007260
             CLOSE CLIENTE-MASTER.                                      00007270
             CLOSE EMPREGADO-MASTER.                                    00007280
             CLOSE AUDITORIA.                                           00007290
             CLOSE BACKOUT.                                             00007300
             CLOSE RELCRM.                                              00007310
             CLOSE CONTROLE.                                            00007320
             DISPLAY '==============================='.                 00007330
             DISPLAY ' DETALHES LIDOS...: ' WRK-CONT-DETALHES.          00007340
             DISPLAY ' TOTAL APLICADOS..: ' WRK-CONT-APLICADOS.         00007350
             DISPLAY ' TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.        00007360
             DISPLAY '==============================='.                 00007370
             IF WRK-TRAILER-PENDENTE                                    00007380
                OR WRK-QTD-TRAILER NOT EQUAL WRK-CONT-DETALHES          00007390
                MOVE 12 TO RETURN-CODE                                  00007400
                MOVE ' ERRO TRAILER DIVERGE DA CONTAGEM ' TO WRK-MSG    00007410
                PERFORM 9000-TRATA-ERROS                                00007420
             END-IF.                                                    00007430
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00007440
             PERFORM 9000-TRATA-ERROS.                                  00007450
      *---------------------------------------------------              00007460
       0310-GRAVA-CONTROLE                SECTION.                      00007470
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00007480
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00007490
      *---------------------------------------------------              00007500
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00007510
             MOVE SPACES              TO CTL-DATA-HORA.                 00007520
             MOVE WRK-CONT-DETALHES   TO CTL-QTD-LIDOS.                 00007530
             MOVE WRK-CONT-APLICADOS  TO CTL-QTD-GRAVADOS.              00007540
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00007550
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00007560
             MOVE ZEROS               TO CTL-QTD-FILTRADOS.             00007570
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00007580
             MOVE ZERO                TO CTL-QTD-FONTES.                00007590
             WRITE CPCTRL01-REGISTRO.                                   00007600
      *---------------------------------------------------              00007610
       9000-TRATA-ERROS                   SECTION.                      00007620
      *---------------------------------------------------              00007630
             PERFORM 9050-GRAVAR-ERRLOG.                                00007640
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00007650
             STOP RUN.                                                  00007660
      *--------------------------------------------------------------   00007670
       9000-99-FIM.            EXIT.                                    00007680
      *--------------------------------------------------------------   00007690
