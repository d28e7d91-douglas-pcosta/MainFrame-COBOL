      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB35.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: LIBERACAO DE INTERFACE DE SAIDA PARA              00000120
      *               TRANSMISSAO. RODA COMO STEP ANTERIOR A            00000130
      *               TRANSMISSAO DE CADA ARQUIVO QUE SAI DA CASA,      00000140
      *               COM A INTERFACE NO CARTAO DA SYSIN (POS           00000150
      *               1-8: CSVFIN, CRM, REMESSA, RAZAO, LOJASIT,        00000160
      *               NFE, CATALOGO OU APURACAO) E, OPCIONAL, A DATA DE 00000170
      *               NEGOCIO (POS 9-16, AAAAMMDD; SEM ELA, VALE A DO   00000180
      *               CALENDARIO). LOCALIZA NO MANIFESTO (CPMNF01)      00000190
      *               A ULTIMA GERACAO DA INTERFACE NA DATA, LE O       00000200
      *               ARQUIVO DA INTERFACE (SO O DD DA INTERFACE        00000210
      *               INFORMADA E ABERTO), RECONTA OS REGISTROS,        00000220
      *               RECALCULA O HASH DE VALOR E CONFERE O             00000230
      *               TRAILER. RECUSA (RC=12) QUANDO:                   00000240
      *               - A INTERFACE NAO TEM REGISTRO NA DATA            00000250
      *               - UMA GERACAO DA DATA JA FOI TRANSMITIDA          00000260
      *               - O ARQUIVO ESTA AUSENTE OU INCOMPLETO (SEM       00000270
      *                 CABECALHO/TRAILER, NOTA SEM TOTAL, RAZAO        00000280
      *                 QUE NAO FECHA)                                  00000290
      *               - O TRAILER NAO CONFERE COM O MANIFESTO OU        00000300
      *                 COM O PROPRIO ARQUIVO                           00000310
      *               - A QTD OU O HASH DO ARQUIVO NAO CONFEREM         00000320
      *                 COM O MANIFESTO                                 00000330
      *               A GERACAO CONFERIDA FICA MARCADA NO               00000340
      *               MANIFESTO COMO TRANSMITIDA OU RECUSADA (COM O     00000350
      *               MOTIVO), PARA O LOG DIARIO DE TRANSMISSAO         00000360
      *               (FR06CB36)                                        00000370
      *-------------------------------------------------------*         00000380
      *     HISTORICO DE ALTERACOES                                     00000390
      *     DATA        AUTOR   DESCRICAO                               00000400
      *     ----------  ------  --------------------------------        00000410
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000420
      *     15/10/2026  IVS     INCLUIDA A CONFERENCIA DO CATALOGO DE   00000430
      *                         PRECOS DA LOJA VIRTUAL (CATALOGO)       00000440
      *     15/10/2026  IVS     INCLUIDA A CONFERENCIA DO LIVRO MENSAL  00000450
      *                         DO IMPOSTO DE SAIDA (APURACAO, //ARQAPU)00000460
      *=======================================================*         00000470
                                                                        00000480
      *=======================================================*         00000490
       ENVIRONMENT                               DIVISION.              00000500
      *=======================================================*         00000510
       INPUT-OUTPUT                              SECTION.               00000520
       FILE-CONTROL.                                                    00000530
             SELECT MANIFESTO ASSIGN TO ARQMNF                          00000540
                ORGANIZATION IS INDEXED                                 00000550
                ACCESS MODE  IS DYNAMIC                                 00000560
                RECORD KEY   IS MNF-CHAVE                               00000570
                FILE STATUS  IS WRK-FS-MANIFESTO.                       00000580
                                                                        00000590
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000600
                FILE STATUS  IS WRK-FS-SYSIN.                           00000610
                                                                        00000620
             SELECT CSV-ENTRADA ASSIGN TO ARQCSV                        00000630
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000640
                                                                        00000650
             SELECT CRM-ENTRADA ASSIGN TO ARQCRM                        00000660
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000670
                                                                        00000680
             SELECT REMESSA  ASSIGN TO ARQREM                           00000690
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000700
                                                                        00000710
             SELECT LANCTOS  ASSIGN TO ARQGLJ                           00000720
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000730
                                                                        00000740
             SELECT FEED-RETORNO ASSIGN TO ARQWSF                       00000750
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000760
                                                                        00000770
             SELECT NFE-ENTRADA ASSIGN TO ARQNFE                        00000780
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000790
                                                                        00000800
             SELECT CATALOGO ASSIGN TO ARQCTG                           00000810
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000820
                                                                        00000830
             SELECT APURACAO ASSIGN TO ARQAPU                           00000840
                FILE STATUS  IS WRK-FS-INTERFACE.                       00000850
                                                                        00000860
             SELECT RELLIB   ASSIGN TO ARQRPT                           00000870
                FILE STATUS  IS WRK-FS-RELLIB.                          00000880
                                                                        00000890
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00000900
                ORGANIZATION IS INDEXED                                 00000910
                ACCESS MODE  IS DYNAMIC                                 00000920
                RECORD KEY   IS CAL-DATA                                00000930
                FILE STATUS  IS WRK-FS-CALEND.                          00000940
                                                                        00000950
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000960
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000970
                                                                        00000980
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00000990
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001000
      *=======================================================*         00001010
       DATA                                      DIVISION.              00001020
      *=======================================================*         00001030
       FILE                                      SECTION.               00001040
       FD MANIFESTO.                                                    00001050
           COPY CPMNF01.                                                00001060
                                                                        00001070
       FD ENTRADA-SYSIN                                                 00001080
           RECORDING MODE IS F                                          00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
       01 SYSIN-REGISTRO               PIC X(016).                      00001110
                                                                        00001120
      *---------------------------------------------------              00001130
      *    LINHA DO CSV DO FINANCEIRO (FR05CB09) - A LINHA DE           00001140
      *    DETALHE TEM LARGURA FIXA, COM O PRECO TOTAL                  00001150
      *    (9(09).99) NA POSICAO 65                                     00001160
      *---------------------------------------------------              00001170
       FD CSV-ENTRADA                                                   00001180
           RECORDING MODE IS F                                          00001190
           BLOCK CONTAINS 0 RECORDS.                                    00001200
       01 CSV-LINHA                    PIC X(150).                      00001210
       01 CSV-DETALHE.                                                  00001220
          05 CSV-CODIGO                PIC X(08).                       00001230
          05 FILLER                    PIC X(56).                       00001240
          05 CSV-PRECO-INTEIRO         PIC 9(09).                       00001250
          05 CSV-PRECO-PONTO           PIC X(01).                       00001260
          05 CSV-PRECO-CENTAVOS        PIC 9(02).                       00001270
          05 FILLER                    PIC X(74).                       00001280
                                                                        00001290
       FD CRM-ENTRADA                                                   00001300
           RECORDING MODE IS F                                          00001310
           BLOCK CONTAINS 0 RECORDS.                                    00001320
           COPY CPCRM01.                                                00001330
                                                                        00001340
       FD REMESSA                                                       00001350
           RECORDING MODE IS F                                          00001360
           BLOCK CONTAINS 0 RECORDS.                                    00001370
           COPY CPREM01.                                                00001380
                                                                        00001390
       FD LANCTOS                                                       00001400
           RECORDING MODE IS F                                          00001410
           BLOCK CONTAINS 0 RECORDS.                                    00001420
           COPY CPGLJ01.                                                00001430
                                                                        00001440
       FD FEED-RETORNO                                                  00001450
           RECORDING MODE IS F                                          00001460
           BLOCK CONTAINS 0 RECORDS.                                    00001470
           COPY CPWSF01.                                                00001480
                                                                        00001490
       FD NFE-ENTRADA                                                   00001500
           RECORDING MODE IS F                                          00001510
           BLOCK CONTAINS 0 RECORDS.                                    00001520
           COPY CPNFE01.                                                00001530
                                                                        00001540
       FD CATALOGO                                                      00001550
           RECORDING MODE IS F                                          00001560
           BLOCK CONTAINS 0 RECORDS.                                    00001570
           COPY CPCTG01.                                                00001580
                                                                        00001590
       FD APURACAO                                                      00001600
           RECORDING MODE IS F                                          00001610
           BLOCK CONTAINS 0 RECORDS.                                    00001620
           COPY CPAPU01.                                                00001630
                                                                        00001640
       FD RELLIB                                                        00001650
           RECORDING MODE IS F                                          00001660
           BLOCK CONTAINS 0 RECORDS.                                    00001670
       01 REL-LINHA                    PIC X(132).                      00001680
                                                                        00001690
       FD CALENDARIO.                                                   00001700
           COPY CPCAL01.                                                00001710
                                                                        00001720
       FD ERRLOG.                                                       00001730
           COPY CPERRL01.                                               00001740
                                                                        00001750
       FD ESTATIS                                                       00001760
           RECORDING MODE IS F                                          00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
           COPY CPSTA01.                                                00001790
      *---------------------------------------------------              00001800
       WORKING-STORAGE                           SECTION.               00001810
      *---------------------------------------------------              00001820
       77 WRK-FS-MANIFESTO    PIC X(02) VALUE SPACES.                   00001830
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00001840
       77 WRK-FS-INTERFACE    PIC X(02) VALUE SPACES.                   00001850
       77 WRK-FS-RELLIB       PIC X(02) VALUE SPACES.                   00001860
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00001870
       77 WRK-DATA-HORA       PIC X(14) VALUE SPACES.                   00001880
       77 WRK-DATA-ATUAL      PIC 9(08) VALUE ZERO.                     00001890
       77 WRK-HORA-ATUAL      PIC 9(08) VALUE ZERO.                     00001900
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.                     00001910
       77 WRK-ULT-GERACAO     PIC 9(03) VALUE ZERO.                     00001920
       77 WRK-CONT-LIDOS      PIC 9(09) COMP VALUE ZERO.                00001930
       77 WRK-ARQ-QTD         PIC 9(09) COMP VALUE ZERO.                00001940
       77 WRK-ARQ-HASH        PIC 9(15) COMP-3 VALUE ZERO.              00001950
       77 WRK-TRL-QTD         PIC 9(09) COMP VALUE ZERO.                00001960
       77 WRK-TRL-HASH        PIC 9(15) COMP-3 VALUE ZERO.              00001970
       77 WRK-GLJ-DEBITOS     PIC 9(13)V99 COMP-3 VALUE ZERO.           00001980
       77 WRK-GLJ-CREDITOS    PIC 9(13)V99 COMP-3 VALUE ZERO.           00001990
       77 WRK-NFE-ITENS       PIC 9(05) COMP VALUE ZERO.                00002000
       77 WRK-MOTIVO          PIC X(40) VALUE SPACES.                   00002010
      *---------------------------------------------------              00002020
      *    CARTAO DA SYSIN - INTERFACE E DATA DE NEGOCIO                00002030
      *---------------------------------------------------              00002040
       01 WRK-CARTAO.                                                   00002050
          05 WRK-CAR-INTERFACE       PIC X(08).                         00002060
          05 WRK-CAR-DATA            PIC X(08).                         00002070
          05 WRK-CAR-DATA-N   REDEFINES WRK-CAR-DATA                    00002080
                                     PIC 9(08).                         00002090
       01 WRK-SW-FIM-GERACOES.                                          00002100
          05 WRK-SW-FIM-GERACOES-IND PIC X(01) VALUE 'N'.               00002110
             88 WRK-FIM-GERACOES           VALUE 'S'.                   00002120
             88 WRK-HA-GERACOES            VALUE 'N'.                   00002130
       01 WRK-SW-TRANSMITIDA.                                           00002140
          05 WRK-SW-TRANSMITIDA-IND  PIC X(01) VALUE 'N'.               00002150
             88 WRK-HA-TRANSMITIDA         VALUE 'S'.                   00002160
             88 WRK-SEM-TRANSMITIDA        VALUE 'N'.                   00002170
       01 WRK-SW-LAYOUT-TRAILER.                                        00002180
          05 WRK-SW-LAYOUT-TRAILER-IND PIC X(01) VALUE 'N'.             00002190
             88 WRK-LAYOUT-COM-TRAILER     VALUE 'S'.                   00002200
             88 WRK-LAYOUT-SEM-TRAILER     VALUE 'N'.                   00002210
       01 WRK-SW-TRAILER-VALOR.                                         00002220
          05 WRK-SW-TRAILER-VALOR-IND  PIC X(01) VALUE 'N'.             00002230
             88 WRK-TRAILER-COM-VALOR      VALUE 'S'.                   00002240
             88 WRK-TRAILER-SEM-VALOR      VALUE 'N'.                   00002250
       01 WRK-SW-ESTRUTURA.                                             00002260
          05 WRK-SW-ESTRUTURA-IND    PIC X(01) VALUE 'I'.               00002270
             88 WRK-ANTES-DO-CABECALHO     VALUE 'I'.                   00002280
             88 WRK-NO-CORPO               VALUE 'C'.                   00002290
             88 WRK-APOS-TRAILER           VALUE 'T'.                   00002300
       01 WRK-SW-NOTA.                                                  00002310
          05 WRK-SW-NOTA-IND         PIC X(01) VALUE 'N'.               00002320
             88 WRK-NOTA-ABERTA            VALUE 'S'.                   00002330
             88 WRK-NOTA-FECHADA           VALUE 'N'.                   00002340
      *---------------------------------------------------              00002350
      *    LINHAS DO RELATORIO DE LIBERACAO                             00002360
      *---------------------------------------------------              00002370
       01 WRK-SEPARA.                                                   00002380
          05 FILLER PIC X(90) VALUE ALL '='.                            00002390
                                                                        00002400
       01 WRK-CABEC1.                                                   00002410
          05 FILLER               PIC X(42) VALUE                       00002420
             'LIBERACAO DE INTERFACE PARA TRANSMISSAO - '.              00002430
          05 WRK-LIB-INTERFACE    PIC X(08).                            00002440
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00002450
          05 WRK-LIB-DATA         PIC 9(08).                            00002460
          05 FILLER               PIC X(11) VALUE '  GERACAO: '.        00002470
          05 WRK-LIB-GERACAO      PIC 9(03).                            00002480
                                                                        00002490
       01 WRK-CABEC2.                                                   00002500
          05 FILLER PIC X(14) VALUE 'ORIGEM'.                           00002510
          05 FILLER PIC X(14) VALUE '   REGISTROS'.                     00002520
          05 FILLER PIC X(20) VALUE '        HASH/VALOR'.               00002530
                                                                        00002540
       01 WRK-DETALHE.                                                  00002550
          05 WRK-DET-ORIGEM       PIC X(12).                            00002560
          05 FILLER               PIC X(02) VALUE SPACES.               00002570
          05 WRK-DET-QTD          PIC Z(8)9.                            00002580
          05 FILLER               PIC X(03) VALUE SPACES.               00002590
          05 WRK-DET-HASH         PIC Z(14)9.                           00002600
          05 FILLER               PIC X(02) VALUE SPACES.               00002610
          05 WRK-DET-OBSERVACAO   PIC X(30).                            00002620
                                                                        00002630
       01 WRK-CONCLUSAO.                                                00002640
          05 FILLER               PIC X(12) VALUE 'SITUACAO:   '.       00002650
          05 WRK-CON-SITUACAO     PIC X(30).                            00002660
          05 WRK-CON-MOTIVO       PIC X(40).                            00002670
       COPY CPCAB01.                                                    00002680
       COPY CPERR01.                                                    00002690
       COPY CPDTA01.                                                    00002700
       COPY CPSTT01.                                                    00002710
      *=========================================*                       00002720
       PROCEDURE DIVISION.                                              00002730
      *=========================================*                       00002740
                                                                        00002750
      *---------------------------------------------------              00002760
       0000-PRINCIPAL                     SECTION.                      00002770
      *---------------------------------------------------              00002780
             PERFORM 0100-INICIAR.                                      00002790
             PERFORM 0200-CONFERIR.                                     00002800
             PERFORM 0300-FINALIZAR.                                    00002810
      *---------------------------------------------------              00002820
       0000-99-FIM.            EXIT.                                    00002830
      *---------------------------------------------------              00002840
                                                                        00002850
       0100-INICIAR                       SECTION.                      00002860
             MOVE 'FR06CB35' TO WRK-CAB-PROGRAMA.                       00002870
             PERFORM 0101-CABECALHO-PADRAO.                             00002880
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00002890
             PERFORM 0131-INICIAR-ESTATISTICA.                          00002900
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00002910
             OPEN INPUT ENTRADA-SYSIN.                                  00002920
             OPEN OUTPUT RELLIB.                                        00002930
             PERFORM 0110-TESTAR-STATUS.                                00002940
             PERFORM 0107-LER-CARTAO.                                   00002950
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00002960
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00002970
             STRING WRK-DATA-ATUAL WRK-HORA-ATUAL (1:6)                 00002980
                 DELIMITED BY SIZE INTO WRK-DATA-HORA.                  00002990
             OPEN I-O MANIFESTO.                                        00003000
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00003010
                AND WRK-FS-MANIFESTO NOT EQUAL '35'                     00003020
                 MOVE ' ERRO OPEN MANIFESTO ' TO WRK-MSG                00003030
                 PERFORM 9000-TRATA-ERROS                               00003040
             END-IF.                                                    00003050
      *---------------------------------------------------              00003060
       0100-99-FIM.            EXIT.                                    00003070
      *---------------------------------------------------              00003080
           COPY CPCAB02.                                                00003090
           COPY CPERR02.                                                00003100
           COPY CPDTA02.                                                00003110
           COPY CPSTT02.                                                00003120
      *---------------------------------------------------              00003130
       0107-LER-CARTAO                    SECTION.                      00003140
      *    LE O CARTAO COM A INTERFACE (OBRIGATORIA E CONHECIDA)        00003150
      *    E A DATA DE NEGOCIO OPCIONAL - SEM DATA (OU NAO              00003160
      *    NUMERICA), VALE A DATA DE NEGOCIO DO CALENDARIO              00003170
      *---------------------------------------------------              00003180
             MOVE SPACES TO WRK-CARTAO.                                 00003190
             READ ENTRADA-SYSIN INTO WRK-CARTAO.                        00003200
             CLOSE ENTRADA-SYSIN.                                       00003210
             MOVE WRK-CAR-INTERFACE TO MNF-INTERFACE.                   00003220
             IF NOT MNF-IF-VALIDA                                       00003230
                 MOVE 12 TO RETURN-CODE                                 00003240
                 MOVE ' ERRO INTERFACE INVALIDA NO CARTAO ' TO WRK-MSG  00003250
                 PERFORM 9000-TRATA-ERROS                               00003260
             END-IF.                                                    00003270
             IF WRK-CAR-DATA-N NUMERIC                                  00003280
                AND WRK-CAR-DATA-N NOT EQUAL ZEROS                      00003290
                 MOVE WRK-CAR-DATA-N   TO WRK-DATA-REFERENCIA           00003300
             ELSE                                                       00003310
                 MOVE WRK-DATA-NEGOCIO TO WRK-DATA-REFERENCIA           00003320
             END-IF.                                                    00003330
      *---------------------------------------------------              00003340
       0110-TESTAR-STATUS                 SECTION.                      00003350
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003360
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00003370
                 PERFORM 9000-TRATA-ERROS                               00003380
             END-IF.                                                    00003390
             IF WRK-FS-RELLIB NOT EQUAL ZEROS                           00003400
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00003410
                 PERFORM 9000-TRATA-ERROS                               00003420
             END-IF.                                                    00003430
      *---------------------------------------------------              00003440
       0200-CONFERIR                      SECTION.                      00003450
      *    SO A ULTIMA GERACAO DA DATA E CONFERIDA; QUALQUER            00003460
      *    GERACAO JA TRANSMITIDA NA DATA BARRA A LIBERACAO DE          00003470
      *    UMA NOVA (REEXECUCAO DO PROGRAMA GERADOR)                    00003480
      *---------------------------------------------------              00003490
             IF WRK-FS-MANIFESTO EQUAL '35'                             00003500
                 MOVE 'MANIFESTO AINDA NAO CRIADO' TO WRK-MOTIVO        00003510
                 GO TO 0200-99-FIM                                      00003520
             END-IF.                                                    00003530
             PERFORM 0210-LOCALIZAR-GERACOES.                           00003540
             IF WRK-ULT-GERACAO EQUAL ZERO                              00003550
                 MOVE 'INTERFACE SEM REGISTRO NO MANIFESTO'             00003560
                     TO WRK-MOTIVO                                      00003570
                 GO TO 0200-99-FIM                                      00003580
             END-IF.                                                    00003590
             MOVE WRK-CAR-INTERFACE   TO MNF-INTERFACE.                 00003600
             MOVE WRK-DATA-REFERENCIA TO MNF-DATA-NEGOCIO.              00003610
             MOVE WRK-ULT-GERACAO     TO MNF-GERACAO.                   00003620
             READ MANIFESTO KEY IS MNF-CHAVE                            00003630
                 INVALID KEY                                            00003640
                     MOVE ' ERRO LEITURA DO MANIFESTO ' TO WRK-MSG      00003650
                     PERFORM 9000-TRATA-ERROS                           00003660
             END-READ.                                                  00003670
             IF WRK-HA-TRANSMITIDA                                      00003680
                 MOVE 'INTERFACE JA TRANSMITIDA NA DATA'                00003690
                     TO WRK-MOTIVO                                      00003700
                 GO TO 0200-99-FIM                                      00003710
             END-IF.                                                    00003720
             EVALUATE TRUE                                              00003730
                 WHEN MNF-IF-CSV-FINANCEIRO                             00003740
                     PERFORM 0220-CONFERIR-CSV                          00003750
                 WHEN MNF-IF-CRM                                        00003760
                     PERFORM 0230-CONFERIR-CRM                          00003770
                 WHEN MNF-IF-COBRANCA                                   00003780
                     PERFORM 0240-CONFERIR-REMESSA                      00003790
                 WHEN MNF-IF-RAZAO                                      00003800
                     PERFORM 0250-CONFERIR-RAZAO                        00003810
                 WHEN MNF-IF-LOJA                                       00003820
                     PERFORM 0260-CONFERIR-FEED                         00003830
                 WHEN MNF-IF-NFE                                        00003840
                     PERFORM 0270-CONFERIR-NFE                          00003850
                 WHEN MNF-IF-CATALOGO                                   00003860
                     PERFORM 0276-CONFERIR-CATALOGO                     00003870
                 WHEN MNF-IF-APURACAO                                   00003880
                     PERFORM 0278-CONFERIR-APURACAO                     00003890
             END-EVALUATE.                                              00003900
             IF WRK-MOTIVO EQUAL SPACES                                 00003910
                 PERFORM 0280-COMPARAR-TOTAIS                           00003920
             END-IF.                                                    00003930
       0200-99-FIM.            EXIT.                                    00003940
      *---------------------------------------------------              00003950
       0210-LOCALIZAR-GERACOES            SECTION.                      00003960
      *    PERCORRE AS GERACOES DA INTERFACE NA DATA, GUARDANDO A       00003970
      *    ULTIMA E SE ALGUMA JA FOI TRANSMITIDA                        00003980
      *---------------------------------------------------              00003990
             MOVE ZERO TO WRK-ULT-GERACAO.                              00004000
             SET WRK-SEM-TRANSMITIDA TO TRUE.                           00004010
             SET WRK-HA-GERACOES     TO TRUE.                           00004020
             MOVE WRK-CAR-INTERFACE   TO MNF-INTERFACE.                 00004030
             MOVE WRK-DATA-REFERENCIA TO MNF-DATA-NEGOCIO.              00004040
             MOVE ZEROS               TO MNF-GERACAO.                   00004050
             START MANIFESTO KEY IS NOT LESS THAN MNF-CHAVE             00004060
                 INVALID KEY                                            00004070
                     SET WRK-FIM-GERACOES TO TRUE                       00004080
             END-START.                                                 00004090
             PERFORM 0215-LER-UMA-GERACAO                               00004100
                 UNTIL WRK-FIM-GERACOES.                                00004110
      *---------------------------------------------------              00004120
       0215-LER-UMA-GERACAO               SECTION.                      00004130
             READ MANIFESTO NEXT RECORD.                                00004140
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00004150
                OR MNF-INTERFACE    NOT EQUAL WRK-CAR-INTERFACE         00004160
                OR MNF-DATA-NEGOCIO NOT EQUAL WRK-DATA-REFERENCIA       00004170
                 SET WRK-FIM-GERACOES TO TRUE                           00004180
             ELSE                                                       00004190
                 MOVE MNF-GERACAO TO WRK-ULT-GERACAO                    00004200
                 IF MNF-TRANSMITIDO                                     00004210
                     SET WRK-HA-TRANSMITIDA TO TRUE                     00004220
                 END-IF                                                 00004230
             END-IF.                                                    00004240
      *---------------------------------------------------              00004250
       0220-CONFERIR-CSV                  SECTION.                      00004260
      *    CSV: PRIMEIRA LINHA E O CABECALHO COM O NOME DAS             00004270
      *    COLUNAS; AS DEMAIS SAO DETALHES COM O PRECO TOTAL -          00004280
      *    LINHA SEM VALOR NUMERICO E ARQUIVO TRUNCADO. O CSV NAO       00004290
      *    TEM TRAILER: CONFERE SO CONTRA O MANIFESTO                   00004300
      *---------------------------------------------------              00004310
             SET WRK-LAYOUT-SEM-TRAILER TO TRUE.                        00004320
             OPEN INPUT CSV-ENTRADA.                                    00004330
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00004340
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00004350
                 GO TO 0220-99-FIM                                      00004360
             END-IF.                                                    00004370
             READ CSV-ENTRADA.                                          00004380
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00004390
                OR CSV-LINHA (1:7) NOT EQUAL 'CODIGO,'                  00004400
                 MOVE 'CSV SEM LINHA DE CABECALHO' TO WRK-MOTIVO        00004410
             ELSE                                                       00004420
                 ADD 1 TO WRK-CONT-LIDOS                                00004430
                 PERFORM 0225-LER-UMA-LINHA-CSV                         00004440
                     UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS             00004450
             END-IF.                                                    00004460
             CLOSE CSV-ENTRADA.                                         00004470
       0220-99-FIM.            EXIT.                                    00004480
      *---------------------------------------------------              00004490
       0225-LER-UMA-LINHA-CSV             SECTION.                      00004500
             READ CSV-ENTRADA.                                          00004510
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00004520
                 GO TO 0225-99-FIM                                      00004530
             END-IF.                                                    00004540
             ADD 1 TO WRK-CONT-LIDOS.                                   00004550
             ADD 1 TO WRK-ARQ-QTD.                                      00004560
             IF CSV-PRECO-INTEIRO  NUMERIC                              00004570
                AND CSV-PRECO-PONTO EQUAL '.'                           00004580
                AND CSV-PRECO-CENTAVOS NUMERIC                          00004590
                 COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH                    00004600
                     + (CSV-PRECO-INTEIRO * 100) + CSV-PRECO-CENTAVOS   00004610
             ELSE                                                       00004620
                 IF WRK-MOTIVO EQUAL SPACES                             00004630
                     MOVE 'LINHA CSV SEM PRECO TOTAL VALIDO'            00004640
                         TO WRK-MOTIVO                                  00004650
                 END-IF                                                 00004660
             END-IF.                                                    00004670
       0225-99-FIM.            EXIT.                                    00004680
      *---------------------------------------------------              00004690
       0230-CONFERIR-CRM                  SECTION.                      00004700
      *    CRM: HEADER, DETALHES (HASH = SOMA DOS CODIGOS DE            00004710
      *    CLIENTE) E TRAILER COM A QTD DE DETALHES                     00004720
      *---------------------------------------------------              00004730
             SET WRK-LAYOUT-COM-TRAILER TO TRUE.                        00004740
             SET WRK-TRAILER-SEM-VALOR  TO TRUE.                        00004750
             OPEN INPUT CRM-ENTRADA.                                    00004760
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00004770
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00004780
                 GO TO 0230-99-FIM                                      00004790
             END-IF.                                                    00004800
             PERFORM 0235-LER-UM-REGISTRO-CRM                           00004810
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00004820
             CLOSE CRM-ENTRADA.                                         00004830
             PERFORM 0290-CONFERIR-ENVELOPE.                            00004840
       0230-99-FIM.            EXIT.                                    00004850
      *---------------------------------------------------              00004860
       0235-LER-UM-REGISTRO-CRM           SECTION.                      00004870
             READ CRM-ENTRADA.                                          00004880
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00004890
                 GO TO 0235-99-FIM                                      00004900
             END-IF.                                                    00004910
             ADD 1 TO WRK-CONT-LIDOS.                                   00004920
             IF WRK-APOS-TRAILER                                        00004930
                 MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO           00004940
             ELSE IF CRM-REG-HEADER AND WRK-ANTES-DO-CABECALHO          00004950
                 SET WRK-NO-CORPO TO TRUE                               00004960
             ELSE IF CRM-REG-DETALHE AND WRK-NO-CORPO                   00004970
                 ADD 1      TO WRK-ARQ-QTD                              00004980
                 ADD CRM-ID TO WRK-ARQ-HASH                             00004990
             ELSE IF CRM-REG-TRAILER AND WRK-NO-CORPO                   00005000
                 SET WRK-APOS-TRAILER TO TRUE                           00005010
                 MOVE CRM-QTD-REGISTROS TO WRK-TRL-QTD                  00005020
             ELSE                                                       00005030
                 MOVE 'REGISTRO FORA DO ENVELOPE H/D/T' TO WRK-MOTIVO   00005040
             END-IF                                                     00005050
             END-IF                                                     00005060
             END-IF                                                     00005070
             END-IF.                                                    00005080
       0235-99-FIM.            EXIT.                                    00005090
      *---------------------------------------------------              00005100
       0240-CONFERIR-REMESSA              SECTION.                      00005110
      *    REMESSA: HEADER, DETALHES (HASH = VALOR DOS TITULOS EM       00005120
      *    CENTAVOS) E TRAILER COM A QTD E O VALOR TOTAL                00005130
      *---------------------------------------------------              00005140
             SET WRK-LAYOUT-COM-TRAILER TO TRUE.                        00005150
             SET WRK-TRAILER-COM-VALOR  TO TRUE.                        00005160
             OPEN INPUT REMESSA.                                        00005170
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00005180
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00005190
                 GO TO 0240-99-FIM                                      00005200
             END-IF.                                                    00005210
             PERFORM 0245-LER-UM-REGISTRO-REM                           00005220
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00005230
             CLOSE REMESSA.                                             00005240
             PERFORM 0290-CONFERIR-ENVELOPE.                            00005250
       0240-99-FIM.            EXIT.                                    00005260
      *---------------------------------------------------              00005270
       0245-LER-UM-REGISTRO-REM           SECTION.                      00005280
             READ REMESSA.                                              00005290
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00005300
                 GO TO 0245-99-FIM                                      00005310
             END-IF.                                                    00005320
             ADD 1 TO WRK-CONT-LIDOS.                                   00005330
             IF WRK-APOS-TRAILER                                        00005340
                 MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO           00005350
             ELSE IF REM-REG-HEADER AND WRK-ANTES-DO-CABECALHO          00005360
                 SET WRK-NO-CORPO TO TRUE                               00005370
             ELSE IF REM-REG-DETALHE AND WRK-NO-CORPO                   00005380
                 ADD 1 TO WRK-ARQ-QTD                                   00005390
                 COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH                    00005400
                     + (REM-VALOR * 100)                                00005410
             ELSE IF REM-REG-TRAILER AND WRK-NO-CORPO                   00005420
                 SET WRK-APOS-TRAILER TO TRUE                           00005430
                 MOVE REM-QTD-TITULOS TO WRK-TRL-QTD                    00005440
                 COMPUTE WRK-TRL-HASH = REM-VALOR-TOTAL * 100           00005450
             ELSE                                                       00005460
                 MOVE 'REGISTRO FORA DO ENVELOPE H/D/T' TO WRK-MOTIVO   00005470
             END-IF                                                     00005480
             END-IF                                                     00005490
             END-IF                                                     00005500
             END-IF.                                                    00005510
       0245-99-FIM.            EXIT.                                    00005520
      *---------------------------------------------------              00005530
       0250-CONFERIR-RAZAO                SECTION.                      00005540
      *    RAZAO: SO PARES DEBITO/CREDITO, SEM ENVELOPE - O             00005550
      *    ARQUIVO INCOMPLETO APARECE COMO DEBITOS QUE NAO FECHAM       00005560
      *    COM OS CREDITOS; HASH = DEBITOS + CREDITOS EM CENTAVOS       00005570
      *---------------------------------------------------              00005580
             SET WRK-LAYOUT-SEM-TRAILER TO TRUE.                        00005590
             OPEN INPUT LANCTOS.                                        00005600
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00005610
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00005620
                 GO TO 0250-99-FIM                                      00005630
             END-IF.                                                    00005640
             PERFORM 0255-LER-UM-LANCAMENTO                             00005650
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00005660
             CLOSE LANCTOS.                                             00005670
             IF WRK-GLJ-DEBITOS NOT EQUAL WRK-GLJ-CREDITOS              00005680
                AND WRK-MOTIVO EQUAL SPACES                             00005690
                 MOVE 'DEBITOS NAO FECHAM COM CREDITOS' TO WRK-MOTIVO   00005700
             END-IF.                                                    00005710
       0250-99-FIM.            EXIT.                                    00005720
      *---------------------------------------------------              00005730
       0255-LER-UM-LANCAMENTO             SECTION.                      00005740
             READ LANCTOS.                                              00005750
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00005760
                 GO TO 0255-99-FIM                                      00005770
             END-IF.                                                    00005780
             ADD 1 TO WRK-CONT-LIDOS.                                   00005790
             ADD 1 TO WRK-ARQ-QTD.                                      00005800
             COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH + (GLJ-VALOR * 100).   00005810
             IF GLJ-DEBITO                                              00005820
                 ADD GLJ-VALOR TO WRK-GLJ-DEBITOS                       00005830
             ELSE IF GLJ-CREDITO                                        00005840
                 ADD GLJ-VALOR TO WRK-GLJ-CREDITOS                      00005850
             ELSE                                                       00005860
                 MOVE 'LANCAMENTO SEM NATUREZA D/C' TO WRK-MOTIVO       00005870
             END-IF                                                     00005880
             END-IF.                                                    00005890
       0255-99-FIM.            EXIT.                                    00005900
      *---------------------------------------------------              00005910
       0260-CONFERIR-FEED                 SECTION.                      00005920
      *    FEED DA LOJA: HEADER, DETALHES (HASH = SOMA DOS              00005930
      *    NUMEROS DE PEDIDO) E TRAILER COM A QTD DE DETALHES           00005940
      *---------------------------------------------------              00005950
             SET WRK-LAYOUT-COM-TRAILER TO TRUE.                        00005960
             SET WRK-TRAILER-SEM-VALOR  TO TRUE.                        00005970
             OPEN INPUT FEED-RETORNO.                                   00005980
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00005990
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00006000
                 GO TO 0260-99-FIM                                      00006010
             END-IF.                                                    00006020
             PERFORM 0265-LER-UM-REGISTRO-WSF                           00006030
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00006040
             CLOSE FEED-RETORNO.                                        00006050
             PERFORM 0290-CONFERIR-ENVELOPE.                            00006060
       0260-99-FIM.            EXIT.                                    00006070
      *---------------------------------------------------              00006080
       0265-LER-UM-REGISTRO-WSF           SECTION.                      00006090
             READ FEED-RETORNO.                                         00006100
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00006110
                 GO TO 0265-99-FIM                                      00006120
             END-IF.                                                    00006130
             ADD 1 TO WRK-CONT-LIDOS.                                   00006140
             IF WRK-APOS-TRAILER                                        00006150
                 MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO           00006160
             ELSE IF WSF-REG-HEADER AND WRK-ANTES-DO-CABECALHO          00006170
                 SET WRK-NO-CORPO TO TRUE                               00006180
             ELSE IF WSF-REG-DETALHE AND WRK-NO-CORPO                   00006190
                 ADD 1              TO WRK-ARQ-QTD                      00006200
                 ADD WSF-PED-NUMERO TO WRK-ARQ-HASH                     00006210
             ELSE IF WSF-REG-TRAILER AND WRK-NO-CORPO                   00006220
                 SET WRK-APOS-TRAILER TO TRUE                           00006230
                 MOVE WSF-QTD-REGISTROS TO WRK-TRL-QTD                  00006240
             ELSE                                                       00006250
                 MOVE 'REGISTRO FORA DO ENVELOPE H/D/T' TO WRK-MOTIVO   00006260
             END-IF                                                     00006270
             END-IF                                                     00006280
             END-IF                                                     00006290
             END-IF.                                                    00006300
       0265-99-FIM.            EXIT.                                    00006310
      *---------------------------------------------------              00006320
       0270-CONFERIR-NFE                  SECTION.                      00006330
      *    NF-E: CADA NOTA E UM CABECALHO, OS ITENS E O TOTAL,          00006340
      *    SEM TRAILER DE ARQUIVO - O TOTAL DE CADA NOTA TEM DE         00006350
      *    FECHAR A QTD DE ITENS LIDOS, E NOTA SEM TOTAL E ARQUIVO      00006360
      *    INCOMPLETO. QTD = TODOS OS REGISTROS; HASH = SOMA DOS        00006370
      *    TOTAIS BRUTOS EM CENTAVOS                                    00006380
      *---------------------------------------------------              00006390
             SET WRK-LAYOUT-SEM-TRAILER TO TRUE.                        00006400
             OPEN INPUT NFE-ENTRADA.                                    00006410
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00006420
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00006430
                 GO TO 0270-99-FIM                                      00006440
             END-IF.                                                    00006450
             PERFORM 0275-LER-UM-REGISTRO-NFE                           00006460
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00006470
             CLOSE NFE-ENTRADA.                                         00006480
             IF WRK-NOTA-ABERTA                                         00006490
                AND WRK-MOTIVO EQUAL SPACES                             00006500
                 MOVE 'NOTA SEM REGISTRO DE TOTAL' TO WRK-MOTIVO        00006510
             END-IF.                                                    00006520
       0270-99-FIM.            EXIT.                                    00006530
      *---------------------------------------------------              00006540
       0275-LER-UM-REGISTRO-NFE           SECTION.                      00006550
             READ NFE-ENTRADA.                                          00006560
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00006570
                 GO TO 0275-99-FIM                                      00006580
             END-IF.                                                    00006590
             ADD 1 TO WRK-CONT-LIDOS.                                   00006600
             ADD 1 TO WRK-ARQ-QTD.                                      00006610
             IF NFE-REG-CABECALHO AND WRK-NOTA-FECHADA                  00006620
                 SET WRK-NOTA-ABERTA TO TRUE                            00006630
                 MOVE ZERO TO WRK-NFE-ITENS                             00006640
             ELSE IF NFE-REG-ITEM AND WRK-NOTA-ABERTA                   00006650
                 ADD 1 TO WRK-NFE-ITENS                                 00006660
             ELSE IF NFE-REG-TOTAL AND WRK-NOTA-ABERTA                  00006670
                 SET WRK-NOTA-FECHADA TO TRUE                           00006680
                 COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH                    00006690
                     + (NFE-TOT-BRUTO * 100)                            00006700
                 IF NFE-QTD-ITENS NOT EQUAL WRK-NFE-ITENS               00006710
                    AND WRK-MOTIVO EQUAL SPACES                         00006720
                     MOVE 'TOTAL DA NOTA NAO FECHA COM OS ITENS'        00006730
                         TO WRK-MOTIVO                                  00006740
                 END-IF                                                 00006750
             ELSE                                                       00006760
                 IF WRK-MOTIVO EQUAL SPACES                             00006770
                     MOVE 'REGISTRO FORA DA SEQUENCIA H/I/T'            00006780
                         TO WRK-MOTIVO                                  00006790
                 END-IF                                                 00006800
             END-IF                                                     00006810
             END-IF                                                     00006820
             END-IF.                                                    00006830
       0275-99-FIM.            EXIT.                                    00006840
      *---------------------------------------------------              00006850
       0276-CONFERIR-CATALOGO             SECTION.                      00006860
      *    CATALOGO DE PRECOS DA LOJA: HEADER DA VERSAO GERAL           00006870
      *    (SEM CLIENTE), DETALHES (HASH = SOMA DOS PRECOS FINAIS       00006880
      *    EM CENTAVOS) E TRAILER COM A QTD DE DETALHES                 00006890
      *---------------------------------------------------              00006900
             SET WRK-LAYOUT-COM-TRAILER TO TRUE.                        00006910
             SET WRK-TRAILER-SEM-VALOR  TO TRUE.                        00006920
             OPEN INPUT CATALOGO.                                       00006930
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00006940
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00006950
                 GO TO 0276-99-FIM                                      00006960
             END-IF.                                                    00006970
             PERFORM 0277-LER-UM-REGISTRO-CTG                           00006980
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00006990
             CLOSE CATALOGO.                                            00007000
             PERFORM 0290-CONFERIR-ENVELOPE.                            00007010
       0276-99-FIM.            EXIT.                                    00007020
      *---------------------------------------------------              00007030
       0277-LER-UM-REGISTRO-CTG           SECTION.                      00007040
             READ CATALOGO.                                             00007050
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00007060
                 GO TO 0277-99-FIM                                      00007070
             END-IF.                                                    00007080
             ADD 1 TO WRK-CONT-LIDOS.                                   00007090
             IF WRK-APOS-TRAILER                                        00007100
                 MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO           00007110
             ELSE IF CTG-REG-HEADER AND WRK-ANTES-DO-CABECALHO          00007120
                 SET WRK-NO-CORPO TO TRUE                               00007130
                 IF CTG-CLI-ID NOT EQUAL ZERO                           00007140
                     MOVE 'CATALOGO DE CLIENTE NAO VAI PARA A LOJA'     00007150
                         TO WRK-MOTIVO                                  00007160
                 END-IF                                                 00007170
             ELSE IF CTG-REG-DETALHE AND WRK-NO-CORPO                   00007180
                 ADD 1 TO WRK-ARQ-QTD                                   00007190
                 COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH                    00007200
                     + (CTG-PRECO-FINAL * 100)                          00007210
             ELSE IF CTG-REG-TRAILER AND WRK-NO-CORPO                   00007220
                 SET WRK-APOS-TRAILER TO TRUE                           00007230
                 MOVE CTG-QTD-REGISTROS TO WRK-TRL-QTD                  00007240
             ELSE                                                       00007250
                 MOVE 'REGISTRO FORA DO ENVELOPE H/D/T' TO WRK-MOTIVO   00007260
             END-IF                                                     00007270
             END-IF                                                     00007280
             END-IF                                                     00007290
             END-IF.                                                    00007300
       0277-99-FIM.            EXIT.                                    00007310
      *---------------------------------------------------              00007320
       0278-CONFERIR-APURACAO             SECTION.                      00007330
      *    LIVRO MENSAL DO IMPOSTO DE SAIDA (FR06CB16): HEADER DO       00007340
      *    MES, DETALHES POR UF/CATEGORIA (HASH = SOMA DO IMPOSTO       00007350
      *    DAS SAIDAS EM CENTAVOS) E TRAILER COM A QTD DE               00007360
      *    DETALHES E O TOTAL DO IMPOSTO DAS SAIDAS                     00007370
      *---------------------------------------------------              00007380
             SET WRK-LAYOUT-COM-TRAILER TO TRUE.                        00007390
             SET WRK-TRAILER-COM-VALOR  TO TRUE.                        00007400
             OPEN INPUT APURACAO.                                       00007410
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00007420
                 MOVE 'ARQUIVO DA INTERFACE AUSENTE' TO WRK-MOTIVO      00007430
                 GO TO 0278-99-FIM                                      00007440
             END-IF.                                                    00007450
             PERFORM 0279-LER-UM-REGISTRO-APU                           00007460
                 UNTIL WRK-FS-INTERFACE NOT EQUAL ZEROS.                00007470
             CLOSE APURACAO.                                            00007480
             PERFORM 0290-CONFERIR-ENVELOPE.                            00007490
       0278-99-FIM.            EXIT.                                    00007500
      *---------------------------------------------------              00007510
       0279-LER-UM-REGISTRO-APU           SECTION.                      00007520
             READ APURACAO.                                             00007530
             IF WRK-FS-INTERFACE NOT EQUAL ZEROS                        00007540
                 GO TO 0279-99-FIM                                      00007550
             END-IF.                                                    00007560
             ADD 1 TO WRK-CONT-LIDOS.                                   00007570
             IF WRK-APOS-TRAILER                                        00007580
                 MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO           00007590
             ELSE IF APU-REG-HEADER AND WRK-ANTES-DO-CABECALHO          00007600
                 SET WRK-NO-CORPO TO TRUE                               00007610
             ELSE IF APU-REG-DETALHE AND WRK-NO-CORPO                   00007620
                 ADD 1 TO WRK-ARQ-QTD                                   00007630
                 COMPUTE WRK-ARQ-HASH = WRK-ARQ-HASH                    00007640
                     + (APU-IMPOSTO-SAIDAS * 100)                       00007650
             ELSE IF APU-REG-TRAILER AND WRK-NO-CORPO                   00007660
                 SET WRK-APOS-TRAILER TO TRUE                           00007670
                 MOVE APU-QTD-REGISTROS TO WRK-TRL-QTD                  00007680
                 COMPUTE WRK-TRL-HASH = APU-TOT-IMPOSTO-SAIDAS * 100    00007690
             ELSE                                                       00007700
                 MOVE 'REGISTRO FORA DO ENVELOPE H/D/T' TO WRK-MOTIVO   00007710
             END-IF                                                     00007720
             END-IF                                                     00007730
             END-IF                                                     00007740
             END-IF.                                                    00007750
       0279-99-FIM.            EXIT.                                    00007760
      *---------------------------------------------------              00007770
       0280-COMPARAR-TOTAIS               SECTION.                      00007780
      *    TRAILER CONTRA O MANIFESTO, ARQUIVO CONTRA O TRAILER         00007790
      *    E ARQUIVO CONTRA O MANIFESTO, NESSA ORDEM - A PRIMEIRA       00007800
      *    DIVERGENCIA E O MOTIVO DA RECUSA                             00007810
      *---------------------------------------------------              00007820
             IF WRK-LAYOUT-COM-TRAILER                                  00007830
                 IF WRK-TRL-QTD NOT EQUAL MNF-QTD-REGISTROS             00007840
                    OR (WRK-TRAILER-COM-VALOR                           00007850
                        AND WRK-TRL-HASH NOT EQUAL MNF-VALOR-HASH)      00007860
                     MOVE 'TRAILER NAO CONFERE COM O MANIFESTO'         00007870
                         TO WRK-MOTIVO                                  00007880
                     GO TO 0280-99-FIM                                  00007890
                 END-IF                                                 00007900
                 IF WRK-ARQ-QTD NOT EQUAL WRK-TRL-QTD                   00007910
                    OR (WRK-TRAILER-COM-VALOR                           00007920
                        AND WRK-ARQ-HASH NOT EQUAL WRK-TRL-HASH)        00007930
                     MOVE 'ARQUIVO NAO CONFERE COM O TRAILER'           00007940
                         TO WRK-MOTIVO                                  00007950
                     GO TO 0280-99-FIM                                  00007960
                 END-IF                                                 00007970
             END-IF.                                                    00007980
             IF WRK-ARQ-QTD NOT EQUAL MNF-QTD-REGISTROS                 00007990
                 MOVE 'QTD NAO CONFERE COM O MANIFESTO' TO WRK-MOTIVO   00008000
             ELSE IF WRK-ARQ-HASH NOT EQUAL MNF-VALOR-HASH              00008010
                 MOVE 'HASH NAO CONFERE COM O MANIFESTO' TO WRK-MOTIVO  00008020
             END-IF                                                     00008030
             END-IF.                                                    00008040
       0280-99-FIM.            EXIT.                                    00008050
      *---------------------------------------------------              00008060
       0290-CONFERIR-ENVELOPE             SECTION.                      00008070
      *    ARQUIVO COM ENVELOPE H/D/T TEM DE TER CABECALHO E            00008080
      *    TRAILER - SEM ELES, A GRAVACAO FOI INTERROMPIDA              00008090
      *---------------------------------------------------              00008100
             IF WRK-MOTIVO NOT EQUAL SPACES                             00008110
                 GO TO 0290-99-FIM                                      00008120
             END-IF.                                                    00008130
             IF WRK-ANTES-DO-CABECALHO                                  00008140
                 MOVE 'ARQUIVO SEM REGISTRO DE HEADER' TO WRK-MOTIVO    00008150
             ELSE IF WRK-NO-CORPO                                       00008160
                 MOVE 'ARQUIVO SEM REGISTRO DE TRAILER' TO WRK-MOTIVO   00008170
             END-IF                                                     00008180
             END-IF.                                                    00008190
       0290-99-FIM.            EXIT.                                    00008200
      *---------------------------------------------------              00008210
       0300-FINALIZAR                     SECTION.                      00008220
             PERFORM 0310-MARCAR-MANIFESTO.                             00008230
             PERFORM 0320-IMPRIMIR-CONFERENCIA.                         00008240
             MOVE WRK-CONT-LIDOS                                        00008250
                 TO WRK-STT-REGISTROS.                                  00008260
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00008270
             IF WRK-FS-MANIFESTO NOT EQUAL '35'                         00008280
                 CLOSE MANIFESTO                                        00008290
             END-IF.                                                    00008300
             CLOSE RELLIB.                                              00008310
             DISPLAY '------------------'.                              00008320
             DISPLAY '  INTERFACE.........: ' WRK-CAR-INTERFACE.        00008330
             DISPLAY '  DATA DE NEGOCIO...: ' WRK-DATA-REFERENCIA.      00008340
             DISPLAY '  GERACAO...........: ' WRK-ULT-GERACAO.          00008350
             DISPLAY '  REGISTROS LIDOS...: ' WRK-CONT-LIDOS.           00008360
             IF WRK-MOTIVO EQUAL SPACES                                 00008370
                 DISPLAY '  LIBERADA PARA TRANSMISSAO'                  00008380
                 MOVE 'FINAL DE PROCESSO' TO WRK-MSG                    00008390
             ELSE                                                       00008400
                 DISPLAY '  RECUSADA: ' WRK-MOTIVO                      00008410
                 MOVE 12 TO RETURN-CODE                                 00008420
                 MOVE ' ERRO INTERFACE RECUSADA PARA TRANSMISSAO '      00008430
                     TO WRK-MSG                                         00008440
             END-IF.                                                    00008450
             PERFORM 9000-TRATA-ERROS.                                  00008460
      *---------------------------------------------------              00008470
       0310-MARCAR-MANIFESTO              SECTION.                      00008480
      *    MARCA A GERACAO CONFERIDA COMO TRANSMITIDA OU RECUSADA       00008490
      *    (COM O MOTIVO) - GERACAO JA TRANSMITIDA NAO E REMARCADA      00008500
      *---------------------------------------------------              00008510
             IF WRK-FS-MANIFESTO EQUAL '35'                             00008520
                OR WRK-ULT-GERACAO EQUAL ZERO                           00008530
                OR MNF-TRANSMITIDO                                      00008540
                 GO TO 0310-99-FIM                                      00008550
             END-IF.                                                    00008560
             IF WRK-MOTIVO EQUAL SPACES                                 00008570
                 SET MNF-TRANSMITIDO TO TRUE                            00008580
             ELSE                                                       00008590
                 SET MNF-RECUSADO    TO TRUE                            00008600
             END-IF.                                                    00008610
             MOVE WRK-MOTIVO    TO MNF-MOTIVO.                          00008620
             MOVE WRK-DATA-HORA TO MNF-DATA-HORA-SITUACAO.              00008630
             REWRITE CPMNF01-REGISTRO.                                  00008640
             IF WRK-FS-MANIFESTO NOT EQUAL ZEROS                        00008650
                 MOVE ' ERRO REGRAVACAO DO MANIFESTO ' TO WRK-MSG       00008660
                 PERFORM 9000-TRATA-ERROS                               00008670
             END-IF.                                                    00008680
       0310-99-FIM.            EXIT.                                    00008690
      *---------------------------------------------------              00008700
       0320-IMPRIMIR-CONFERENCIA          SECTION.                      00008710
             MOVE WRK-CAR-INTERFACE   TO WRK-LIB-INTERFACE.             00008720
             MOVE WRK-DATA-REFERENCIA TO WRK-LIB-DATA.                  00008730
             MOVE WRK-ULT-GERACAO     TO WRK-LIB-GERACAO.               00008740
             WRITE REL-LINHA FROM WRK-SEPARA.                           00008750
             WRITE REL-LINHA FROM WRK-CABEC1.                           00008760
             WRITE REL-LINHA FROM WRK-SEPARA.                           00008770
             WRITE REL-LINHA FROM WRK-CABEC2.                           00008780
             IF WRK-ULT-GERACAO > ZERO                                  00008790
                 MOVE 'MANIFESTO'       TO WRK-DET-ORIGEM               00008800
                 MOVE MNF-QTD-REGISTROS TO WRK-DET-QTD                  00008810
                 MOVE MNF-VALOR-HASH    TO WRK-DET-HASH                 00008820
                 MOVE MNF-PROGRAMA      TO WRK-DET-OBSERVACAO           00008830
                 WRITE REL-LINHA FROM WRK-DETALHE                       00008840
             END-IF.                                                    00008850
             MOVE 'ARQUIVO'   TO WRK-DET-ORIGEM.                        00008860
             MOVE WRK-ARQ-QTD  TO WRK-DET-QTD.                          00008870
             MOVE WRK-ARQ-HASH TO WRK-DET-HASH.                         00008880
             MOVE SPACES       TO WRK-DET-OBSERVACAO.                   00008890
             WRITE REL-LINHA FROM WRK-DETALHE.                          00008900
             IF WRK-LAYOUT-COM-TRAILER                                  00008910
                 MOVE 'TRAILER'     TO WRK-DET-ORIGEM                   00008920
                 MOVE WRK-TRL-QTD   TO WRK-DET-QTD                      00008930
                 MOVE WRK-TRL-HASH  TO WRK-DET-HASH                     00008940
                 IF WRK-TRAILER-SEM-VALOR                               00008950
                     MOVE 'TRAILER SEM VALOR'                           00008960
                         TO WRK-DET-OBSERVACAO                          00008970
                 END-IF                                                 00008980
                 WRITE REL-LINHA FROM WRK-DETALHE                       00008990
             END-IF.                                                    00009000
             WRITE REL-LINHA FROM WRK-SEPARA.                           00009010
             IF WRK-MOTIVO EQUAL SPACES                                 00009020
                 MOVE 'LIBERADA PARA TRANSMISSAO' TO WRK-CON-SITUACAO   00009030
                 MOVE SPACES                      TO WRK-CON-MOTIVO     00009040
             ELSE                                                       00009050
                 MOVE 'RECUSADA - '  TO WRK-CON-SITUACAO                00009060
                 MOVE WRK-MOTIVO     TO WRK-CON-MOTIVO                  00009070
             END-IF.                                                    00009080
             WRITE REL-LINHA FROM WRK-CONCLUSAO.                        00009090
      *---------------------------------------------------              00009100
       9000-TRATA-ERROS                   SECTION.                      00009110
      *---------------------------------------------------              00009120
             PERFORM 9050-GRAVAR-ERRLOG.                                00009130
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00009140
             STOP RUN.                                                  00009150
      *--------------------------------------------------------------   00009160
       9000-99-FIM.            EXIT.                                    00009170
      *--------------------------------------------------------------   00009180
