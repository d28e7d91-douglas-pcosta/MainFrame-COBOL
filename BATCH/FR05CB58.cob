      *     DATA        AUTOR   DESCRICAO                               00000250
      *     ----------  ------  --------------------------------        00000260
      *     02/09/2026  IVS     PROGRAMA INICIAL                        00000270
      *     15/10/2026  IVS     NOTA COM VARIAS LINHAS: CHAVE DO        00000280
      *                         HISTORICO PASSA A NFH-CHAVE; A          00000290
      *                         REEMISSAO IMPRIME CABECALHO E           00000300
      *                         CLIENTE UMA VEZ, UMA LINHA POR ITEM     00000310
      *                         E O TOTAL DA NOTA                       00000320
      *     15/10/2026  IVS     FRETE DA NOTA (NFH-VALOR-FRETE)         00000330
      *                         REIMPRESSO NA SEGUNDA VIA               00000340
      *     15/10/2026  IVS     NOTA CANCELADA NO DIA DA EMISSAO        00000350
      *                         (FR06CB17) SAI COM A MARCA DE           00000360
      *                         CANCELAMENTO, A DATA E O OPERADOR       00000370
      *     15/10/2026  IVS     LINHA DO ITEM DA SEGUNDA VIA PASSA A    00000380
      *                         MOSTRAR A UNIDADE DE VENDA DA TABELA    00000390
      *                         DE CONVERSAO (CPCNV01, //ARQCNV), COMO  00000400
      *                         NO FATURAMENTO - SEM A TABELA, UN       00000410
      *=======================================================*         00000420
                                                                        00000430
      *=======================================================*         00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=======================================================*         00000460
       INPUT-OUTPUT                              SECTION.               00000470
       FILE-CONTROL.                                                    00000480
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE  IS DYNAMIC                                 00000510
                RECORD KEY   IS NFH-CHAVE                               00000520
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000530
                                                                        00000540
             SELECT CONVERSAO ASSIGN TO ARQCNV                          00000550
                ORGANIZATION IS INDEXED                                 00000560
                ACCESS MODE  IS DYNAMIC                                 00000570
                RECORD KEY   IS CNV-CODIGO                              00000580
                FILE STATUS  IS WRK-FS-CONVERSAO.                       00000590
                                                                        00000600
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00000610
                FILE STATUS  IS WRK-FS-SYSIN.                           00000620
                                                                        00000630
             SELECT RELNOTA  ASSIGN TO ARQRPT                           00000640
                FILE STATUS  IS WRK-FS-RELNOTA.                         00000650
                                                                        00000660
             SELECT ERRLOG   ASSIGN TO ARQERR                           00000670
                FILE STATUS  IS WRK-FS-ERRLOG.                          00000680
      *=======================================================*         00000690
       DATA                                      DIVISION.              00000700
      *=======================================================*         00000710
       FILE                                      SECTION.               00000720
       FD NOTAHIST.                                                     00000730
           COPY CPNFH01.                                                00000740
                                                                        00000750
       FD CONVERSAO.                                                    00000760
           COPY CPCNV01.                                                00000770
                                                                        00000780
       FD ENTRADA-SYSIN                                                 00000790
           RECORDING MODE IS F                                          00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
       01 SYSIN-REGISTRO             PIC X(017).                        00000820
                                                                        00000830
       FD RELNOTA                                                       00000840
           RECORDING MODE IS F                                          00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
       01 REL-LINHA                    PIC X(132).                      00000870
                                                                        00000880
       FD ERRLOG.                                                       00000890
           COPY CPERRL01.                                               00000900
      *---------------------------------------------------              00000910
       WORKING-STORAGE                           SECTION.               00000920
      *---------------------------------------------------              00000930
       77 WRK-FS-NOTAHIST     PIC X(02) VALUE SPACES.                   00000940
       77 WRK-FS-SYSIN        PIC X(02) VALUE SPACES.                   00000950
       77 WRK-FS-RELNOTA      PIC X(02) VALUE SPACES.                   00000960
       77 WRK-FS-CONVERSAO    PIC X(02) VALUE SPACES.                   00000970
       77 WRK-MSG             PIC X(50) VALUE SPACES.                   00000980
       77 WRK-CONT-CONSULTAS  PIC 9(07) COMP VALUE ZERO.                00000990
       77 WRK-CONT-REEMITIDAS PIC 9(07) COMP VALUE ZERO.                00001000
       77 WRK-CONT-NAO-ACHADAS PIC 9(07) COMP VALUE ZERO.               00001010
       77 WRK-ACHOU-NOTA      PIC X(01) VALUE 'N'.                      00001020
      *---------------------------------------------------              00001030
      *    NOTA EM REEMISSAO - AS LINHAS DE UMA NOTA SAO                00001040
      *    CONTIGUAS NO HISTORICO (CHAVE NUMERO + ITEM)                 00001050
      *---------------------------------------------------              00001060
       77 WRK-NOTA-CORRENTE   PIC 9(05) VALUE ZEROS.                    00001070
       77 WRK-REE-LINHAS      PIC 9(03) COMP VALUE ZERO.                00001080
       77 WRK-REE-VALOR       PIC 9(09)V99 COMP-3 VALUE ZERO.           00001090
       77 WRK-REE-FRETE       PIC 9(07)V99 COMP-3 VALUE ZERO.           00001100
       01 WRK-CARTAO-CONSULTA.                                          00001110
          05 WRK-TIPO-CONSULTA      PIC X(01).                          00001120
             88 WRK-CONSULTA-NOTA         VALUE 'N'.                    00001130
             88 WRK-CONSULTA-CLIENTE      VALUE 'C'.                    00001140
             88 WRK-CONSULTA-PERIODO      VALUE 'D'.                    00001150
          05 WRK-VALOR-CONSULTA     PIC X(16).                          00001160
          05 WRK-VISAO-NOTA REDEFINES WRK-VALOR-CONSULTA.               00001170
             10 WRK-CON-NUMERO         PIC 9(05).                       00001180
             10 FILLER                 PIC X(11).                       00001190
          05 WRK-VISAO-CLIENTE REDEFINES WRK-VALOR-CONSULTA.            00001200
             10 WRK-CON-CLI-ID         PIC 9(05).                       00001210
             10 FILLER                 PIC X(11).                       00001220
          05 WRK-VISAO-PERIODO REDEFINES WRK-VALOR-CONSULTA.            00001230
             10 WRK-CON-DATA-INI       PIC 9(08).                       00001240
             10 WRK-CON-DATA-FIM       PIC 9(08).                       00001250
      *---------------------------------------------------              00001260
      *    LINHAS DA NOTA REIMPRESSA - MESMO LAYOUT DA FR05CB26,        00001270
      *    COM A MARCA DE SEGUNDA VIA NO CABECALHO                      00001280
      *---------------------------------------------------              00001290
       01 WRK-NOTA-SEPARA.                                              00001300
          05 FILLER PIC X(50) VALUE ALL '='.                            00001310
                                                                        00001320
       01 WRK-NOTA-CABEC.                                               00001330
          05 FILLER               PIC X(13) VALUE 'NOTA FISCAL: '.      00001340
          05 WRK-NOTA-NUMERO      PIC 9(05).                            00001350
          05 FILLER               PIC X(08) VALUE '  DATA: '.           00001360
          05 WRK-NOTA-DIA         PIC 9(02).                            00001370
          05 FILLER               PIC X(01) VALUE '/'.                  00001380
          05 WRK-NOTA-MES         PIC 9(02).                            00001390
          05 FILLER               PIC X(01) VALUE '/'.                  00001400
          05 WRK-NOTA-ANO         PIC 9(04).                            00001410
          05 FILLER               PIC X(14) VALUE '  SEGUNDA VIA '.     00001420
                                                                        00001430
       01 WRK-NOTA-CLIENTE.                                             00001440
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00001450
          05 WRK-NOTA-CLI-ID      PIC 9(05).                            00001460
          05 FILLER               PIC X(03) VALUE ' - '.                00001470
          05 WRK-NOTA-CLI-NOME    PIC X(30).                            00001480
                                                                        00001490
       01 WRK-NOTA-CANCELADA.                                           00001500
          05 FILLER               PIC X(22) VALUE                       00001510
             '*** NOTA CANCELADA EM '.                                  00001520
          05 WRK-CAN-DATA         PIC 9(08).                            00001530
          05 FILLER               PIC X(12) VALUE '  OPERADOR: '.       00001540
          05 WRK-CAN-OPERADOR     PIC X(20).                            00001550
                                                                        00001560
       01 WRK-NOTA-ITEM.                                                00001570
          05 FILLER               PIC X(09) VALUE 'PRODUTO: '.          00001580
          05 WRK-NOTA-CODIGO      PIC 9(08).                            00001590
          05 FILLER               PIC X(06) VALUE '  QTD '.             00001600
          05 WRK-NOTA-QTD         PIC Z(6)9.                            00001610
          05 FILLER               PIC X(01) VALUE SPACE.                00001620
          05 WRK-NOTA-UNID        PIC X(03).                            00001630
          05 FILLER               PIC X(09) VALUE '  PRECO  '.          00001640
          05 WRK-NOTA-PRECO       PIC Z(6)9.99.                         00001650
          05 FILLER               PIC X(09) VALUE '  TOTAL  '.          00001660
          05 WRK-NOTA-TOTAL       PIC Z(8)9.99.                         00001670
                                                                        00001680
       01 WRK-NOTA-FRETE.                                               00001690
          05 FILLER               PIC X(09) VALUE 'FRETE:   '.          00001700
          05 WRK-FRE-VALOR        PIC Z(8)9.99.                         00001710
                                                                        00001720
       01 WRK-NOTA-TOTAIS.                                              00001730
          05 FILLER               PIC X(09) VALUE 'TOTAL:   '.          00001740
          05 WRK-TOT-LIQUIDO      PIC Z(8)9.99.                         00001750
          05 FILLER               PIC X(09) VALUE '  ITENS: '.          00001760
          05 WRK-TOT-ITENS        PIC ZZ9.                              00001770
                                                                        00001780
       01 WRK-NOTA-REFERENCIA.                                          00001790
          05 FILLER               PIC X(08) VALUE 'PEDIDO: '.           00001800
          05 WRK-NOTA-PED-NUMERO  PIC 9(05).                            00001810
       01 WRK-DATA-EMISSAO-VIS.                                         00001820
          05 WRK-EMI-ANO          PIC 9(04).                            00001830
          05 WRK-EMI-MES          PIC 9(02).                            00001840
          05 WRK-EMI-DIA          PIC 9(02).                            00001850
       COPY CPCAB01.                                                    00001860
       COPY CPERR01.                                                    00001870
      *=========================================*                       00001880
       PROCEDURE DIVISION.                                              00001890
      *=========================================*                       00001900
                                                                        00001910
      *---------------------------------------------------              00001920
       0000-PRINCIPAL                     SECTION.                      00001930
      *---------------------------------------------------              00001940
             PERFORM 0100-INICIAR.                                      00001950
             PERFORM 0200-PROCESSAR                                     00001960
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00001970
             PERFORM 0300-FINALIZAR.                                    00001980
      *---------------------------------------------------              00001990
       0000-99-FIM.            EXIT.                                    00002000
      *---------------------------------------------------              00002010
                                                                        00002020
       0100-INICIAR                       SECTION.                      00002030
             MOVE 'FR05CB58' TO WRK-CAB-PROGRAMA.                       00002040
             PERFORM 0101-CABECALHO-PADRAO.                             00002050
             OPEN INPUT NOTAHIST.                                       00002060
             OPEN INPUT ENTRADA-SYSIN.                                  00002070
             OPEN OUTPUT RELNOTA.                                       00002080
             PERFORM 0121-ABRIR-CONVERSAO.                              00002090
             PERFORM 0110-TESTAR-STATUS.                                00002100
      *---------------------------------------------------              00002110
       0100-99-FIM.            EXIT.                                    00002120
      *---------------------------------------------------              00002130
           COPY CPCAB02.                                                00002140
           COPY CPERR02.                                                00002150
      *---------------------------------------------------              00002160
       0121-ABRIR-CONVERSAO               SECTION.                      00002170
      *    ABRE A TABELA DE CONVERSAO DE UNIDADE - AINDA NAO            00002180
      *    CRIADA PELA FR06CB11 (FILE STATUS 35), OS ITENS DA           00002190
      *    SEGUNDA VIA SAEM NA UNIDADE 'UN' E COM AVISO NO SYSOUT       00002200
      *---------------------------------------------------              00002210
             OPEN INPUT CONVERSAO.                                      00002220
             IF WRK-FS-CONVERSAO EQUAL '35'                             00002230
                 DISPLAY ' AVISO: SEM CONVERSAO DE UNIDADE - '          00002240
                         'ITENS SAEM EM UN'                             00002250
             END-IF.                                                    00002260
      *---------------------------------------------------              00002270
       0110-TESTAR-STATUS                 SECTION.                      00002280
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00002290
                 MOVE ' ERRO OPEN HISTORICO DE NOTAS ' TO WRK-MSG       00002300
                 PERFORM 9000-TRATA-ERROS                               00002310
             END-IF.                                                    00002320
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00002330
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00002340
                 PERFORM 9000-TRATA-ERROS                               00002350
             END-IF.                                                    00002360
             IF WRK-FS-RELNOTA NOT EQUAL ZEROS                          00002370
                 MOVE ' ERRO OPEN RELATORIO ' TO WRK-MSG                00002380
                 PERFORM 9000-TRATA-ERROS                               00002390
             END-IF.                                                    00002400
             IF WRK-FS-CONVERSAO NOT EQUAL ZEROS                        00002410
                AND WRK-FS-CONVERSAO NOT EQUAL '35'                     00002420
                 MOVE ' ERRO OPEN CONVERSAO DE UNIDADE ' TO WRK-MSG     00002430
                 PERFORM 9000-TRATA-ERROS                               00002440
             END-IF.                                                    00002450
      *---------------------------------------------------              00002460
       0200-PROCESSAR                     SECTION.                      00002470
             READ ENTRADA-SYSIN INTO WRK-CARTAO-CONSULTA.               00002480
             IF WRK-FS-SYSIN EQUAL ZEROS                                00002490
                 ADD 1 TO WRK-CONT-CONSULTAS                            00002500
                 EVALUATE TRUE                                          00002510
                     WHEN WRK-CONSULTA-NOTA                             00002520
                         PERFORM 0210-CONSULTAR-NOTA                    00002530
                     WHEN WRK-CONSULTA-CLIENTE                          00002540
                         PERFORM 0230-CONSULTAR-CLIENTE                 00002550
                     WHEN WRK-CONSULTA-PERIODO                          00002560
                         PERFORM 0250-CONSULTAR-PERIODO                 00002570
                     WHEN OTHER                                         00002580
                         ADD 1 TO WRK-CONT-NAO-ACHADAS                  00002590
                         DISPLAY '  CARTAO INVALIDO: '                  00002600
                                 WRK-CARTAO-CONSULTA                    00002610
                 END-EVALUATE                                           00002620
             END-IF.                                                    00002630
      *---------------------------------------------------              00002640
       0210-CONSULTAR-NOTA                SECTION.                      00002650
      *    BUSCA DIRETA POR NUMERO DE NOTA E REEMISSAO - POSI-          00002660
      *    CIONA NO ITEM ZERO E LE TODAS AS LINHAS DA NOTA              00002670
      *---------------------------------------------------              00002680
             IF WRK-CON-NUMERO NOT NUMERIC                              00002690
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00002700
                 DISPLAY '  NUMERO NAO NUMERICO: '                      00002710
                         WRK-VALOR-CONSULTA                             00002720
                 GO TO 0210-99-FIM                                      00002730
             END-IF.                                                    00002740
             MOVE 'N' TO WRK-ACHOU-NOTA.                                00002750
             MOVE WRK-CON-NUMERO TO NFH-NUMERO.                         00002760
             MOVE ZEROS TO NFH-ITEM.                                    00002770
             START NOTAHIST KEY NOT LESS NFH-CHAVE                      00002780
                 INVALID KEY                                            00002790
                     CONTINUE                                           00002800
             END-START.                                                 00002810
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00002820
                 PERFORM 0215-LER-LINHA-NOTA                            00002830
                     UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS              00002840
             END-IF.                                                    00002850
             MOVE ZEROS TO WRK-FS-NOTAHIST.                             00002860
             PERFORM 0229-FECHAR-REEMISSAO.                             00002870
             IF WRK-ACHOU-NOTA EQUAL 'N'                                00002880
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00002890
                 DISPLAY '  NOTA NAO ENCONTRADA: '                      00002900
                         WRK-CON-NUMERO                                 00002910
             END-IF.                                                    00002920
       0210-99-FIM.            EXIT.                                    00002930
      *---------------------------------------------------              00002940
       0215-LER-LINHA-NOTA                SECTION.                      00002950
             READ NOTAHIST NEXT RECORD.                                 00002960
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00002970
                 IF NFH-NUMERO EQUAL WRK-CON-NUMERO                     00002980
                     MOVE 'S' TO WRK-ACHOU-NOTA                         00002990
                     PERFORM 0220-REEMITIR-NOTA                         00003000
                 ELSE                                                   00003010
                     MOVE '10' TO WRK-FS-NOTAHIST                       00003020
                 END-IF                                                 00003030
             END-IF.                                                    00003040
      *---------------------------------------------------              00003050
       0220-REEMITIR-NOTA                 SECTION.                      00003060
      *    REIMPRIME UMA LINHA DA NOTA DO HISTORICO NO LAYOUT           00003070
      *    ORIGINAL, MARCADA COMO SEGUNDA VIA - NA PRIMEIRA             00003080
      *    LINHA DE CADA NOTA IMPRIME CABECALHO E CLIENTE               00003090
      *---------------------------------------------------              00003100
             IF NFH-NUMERO NOT EQUAL WRK-NOTA-CORRENTE                  00003110
                 PERFORM 0229-FECHAR-REEMISSAO                          00003120
                 ADD 1 TO WRK-CONT-REEMITIDAS                           00003130
                 MOVE NFH-NUMERO        TO WRK-NOTA-CORRENTE            00003140
                 MOVE NFH-NUMERO        TO WRK-NOTA-NUMERO              00003150
                 MOVE NFH-DATA-EMISSAO  TO WRK-DATA-EMISSAO-VIS         00003160
                 MOVE WRK-EMI-DIA       TO WRK-NOTA-DIA                 00003170
                 MOVE WRK-EMI-MES       TO WRK-NOTA-MES                 00003180
                 MOVE WRK-EMI-ANO       TO WRK-NOTA-ANO                 00003190
                 MOVE NFH-CLI-ID        TO WRK-NOTA-CLI-ID              00003200
                 MOVE NFH-CLI-NOME      TO WRK-NOTA-CLI-NOME            00003210
                 MOVE NFH-PED-NUMERO    TO WRK-NOTA-PED-NUMERO          00003220
                 WRITE REL-LINHA FROM WRK-NOTA-SEPARA                   00003230
                 WRITE REL-LINHA FROM WRK-NOTA-CABEC                    00003240
                 WRITE REL-LINHA FROM WRK-NOTA-CLIENTE                  00003250
                 IF NFH-NOTA-CANCELADA                                  00003260
                     MOVE NFH-DATA-CANCELAMENTO TO WRK-CAN-DATA         00003270
                     MOVE NFH-OPER-CANCELAMENTO TO WRK-CAN-OPERADOR     00003280
                     WRITE REL-LINHA FROM WRK-NOTA-CANCELADA            00003290
                 END-IF                                                 00003300
             END-IF.                                                    00003310
             MOVE NFH-CODIGO        TO WRK-NOTA-CODIGO.                 00003320
             MOVE NFH-QUANTIDADE    TO WRK-NOTA-QTD.                    00003330
             MOVE NFH-PRECO-UNIT    TO WRK-NOTA-PRECO.                  00003340
             MOVE NFH-VALOR-TOTAL   TO WRK-NOTA-TOTAL.                  00003350
             PERFORM 0226-RESOLVER-UNIDADE.                             00003360
             WRITE REL-LINHA FROM WRK-NOTA-ITEM.                        00003370
             ADD 1 TO WRK-REE-LINHAS.                                   00003380
             ADD NFH-VALOR-TOTAL TO WRK-REE-VALOR.                      00003390
             IF NFH-VALOR-FRETE NUMERIC                                 00003400
                 ADD NFH-VALOR-FRETE TO WRK-REE-FRETE                   00003410
             END-IF.                                                    00003420
      *---------------------------------------------------              00003430
       0226-RESOLVER-UNIDADE              SECTION.                      00003440
      *    UNIDADE DE VENDA DO PRODUTO NA TABELA DE CONVERSAO,          00003450
      *    COMO NO FATURAMENTO - SEM REGISTRO ATIVO, 'UN'               00003460
      *---------------------------------------------------              00003470
             MOVE 'UN' TO WRK-NOTA-UNID.                                00003480
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00003490
                 MOVE NFH-CODIGO TO CNV-CODIGO                          00003500
                 READ CONVERSAO                                         00003510
                     INVALID KEY                                        00003520
                         CONTINUE                                       00003530
                     NOT INVALID KEY                                    00003540
                         IF CNV-ATIVA AND                               00003550
                            CNV-UNID-VENDA NOT EQUAL SPACES             00003560
                             MOVE CNV-UNID-VENDA TO WRK-NOTA-UNID       00003570
                         END-IF                                         00003580
                 END-READ                                               00003590
             END-IF.                                                    00003600
      *---------------------------------------------------              00003610
       0229-FECHAR-REEMISSAO              SECTION.                      00003620
      *    FECHA A NOTA EM REEMISSAO COM O FRETE (SE HOUVER),           00003630
      *    O TOTAL E A REFERENCIA DO PEDIDO                             00003640
      *---------------------------------------------------              00003650
             IF WRK-NOTA-CORRENTE EQUAL ZEROS                           00003660
                 GO TO 0229-99-FIM                                      00003670
             END-IF.                                                    00003680
             IF WRK-REE-FRETE GREATER ZEROS                             00003690
                 MOVE WRK-REE-FRETE TO WRK-FRE-VALOR                    00003700
                 WRITE REL-LINHA FROM WRK-NOTA-FRETE                    00003710
             END-IF.                                                    00003720
             MOVE WRK-REE-VALOR  TO WRK-TOT-LIQUIDO.                    00003730
             MOVE WRK-REE-LINHAS TO WRK-TOT-ITENS.                      00003740
             WRITE REL-LINHA FROM WRK-NOTA-TOTAIS.                      00003750
             WRITE REL-LINHA FROM WRK-NOTA-REFERENCIA.                  00003760
             WRITE REL-LINHA FROM WRK-NOTA-SEPARA.                      00003770
             MOVE ZEROS TO WRK-NOTA-CORRENTE.                           00003780
             MOVE ZERO  TO WRK-REE-LINHAS.                              00003790
             MOVE ZEROS TO WRK-REE-VALOR.                               00003800
             MOVE ZEROS TO WRK-REE-FRETE.                               00003810
       0229-99-FIM.            EXIT.                                    00003820
      *---------------------------------------------------              00003830
       0230-CONSULTAR-CLIENTE             SECTION.                      00003840
      *    VARRE O HISTORICO DO INICIO E REEMITE AS NOTAS DO            00003850
      *    CLIENTE INFORMADO - O ARQUIVO E REPOSICIONADO COM            00003860
      *    START, COMO NA CONSULTA DE PRODUTO (FR05CB36)                00003870
      *---------------------------------------------------              00003880
             IF WRK-CON-CLI-ID NOT NUMERIC                              00003890
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00003900
                 DISPLAY '  CLIENTE NAO NUMERICO: '                     00003910
                         WRK-VALOR-CONSULTA                             00003920
                 GO TO 0230-99-FIM                                      00003930
             END-IF.                                                    00003940
             MOVE 'N' TO WRK-ACHOU-NOTA.                                00003950
             MOVE ZEROS TO NFH-CHAVE.                                   00003960
             START NOTAHIST KEY NOT LESS NFH-CHAVE                      00003970
                 INVALID KEY                                            00003980
                     CONTINUE                                           00003990
             END-START.                                                 00004000
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00004010
                 PERFORM 0240-VARRER-CLIENTE                            00004020
                     UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS              00004030
             END-IF.                                                    00004040
             MOVE ZEROS TO WRK-FS-NOTAHIST.                             00004050
             PERFORM 0229-FECHAR-REEMISSAO.                             00004060
             IF WRK-ACHOU-NOTA EQUAL 'N'                                00004070
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00004080
                 DISPLAY '  NENHUMA NOTA DO CLIENTE: '                  00004090
                         WRK-CON-CLI-ID                                 00004100
             END-IF.                                                    00004110
       0230-99-FIM.            EXIT.                                    00004120
      *---------------------------------------------------              00004130
       0240-VARRER-CLIENTE                SECTION.                      00004140
             READ NOTAHIST NEXT RECORD.                                 00004150
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00004160
                 IF NFH-CLI-ID EQUAL WRK-CON-CLI-ID                     00004170
                     MOVE 'S' TO WRK-ACHOU-NOTA                         00004180
                     PERFORM 0220-REEMITIR-NOTA                         00004190
                 END-IF                                                 00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0250-CONSULTAR-PERIODO             SECTION.                      00004230
      *    VARRE O HISTORICO DO INICIO E REEMITE AS NOTAS COM           00004240
      *    EMISSAO DENTRO DO PERIODO INFORMADO                          00004250
      *---------------------------------------------------              00004260
             IF WRK-CON-DATA-INI NOT NUMERIC                            00004270
                OR WRK-CON-DATA-FIM NOT NUMERIC                         00004280
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00004290
                 DISPLAY '  PERIODO INVALIDO: '                         00004300
                         WRK-VALOR-CONSULTA                             00004310
                 GO TO 0250-99-FIM                                      00004320
             END-IF.                                                    00004330
             MOVE 'N' TO WRK-ACHOU-NOTA.                                00004340
             MOVE ZEROS TO NFH-CHAVE.                                   00004350
             START NOTAHIST KEY NOT LESS NFH-CHAVE                      00004360
                 INVALID KEY                                            00004370
                     CONTINUE                                           00004380
             END-START.                                                 00004390
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00004400
                 PERFORM 0260-VARRER-PERIODO                            00004410
                     UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS              00004420
             END-IF.                                                    00004430
             MOVE ZEROS TO WRK-FS-NOTAHIST.                             00004440
             PERFORM 0229-FECHAR-REEMISSAO.                             00004450
             IF WRK-ACHOU-NOTA EQUAL 'N'                                00004460
                 ADD 1 TO WRK-CONT-NAO-ACHADAS                          00004470
                 DISPLAY '  NENHUMA NOTA NO PERIODO: '                  00004480
                         WRK-CON-DATA-INI ' A ' WRK-CON-DATA-FIM        00004490
             END-IF.                                                    00004500
       0250-99-FIM.            EXIT.                                    00004510
      *---------------------------------------------------              00004520
       0260-VARRER-PERIODO                SECTION.                      00004530
             READ NOTAHIST NEXT RECORD.                                 00004540
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00004550
                 IF NFH-DATA-EMISSAO NOT < WRK-CON-DATA-INI             00004560
                    AND NFH-DATA-EMISSAO NOT > WRK-CON-DATA-FIM         00004570
                     MOVE 'S' TO WRK-ACHOU-NOTA                         00004580
                     PERFORM 0220-REEMITIR-NOTA                         00004590
                 END-IF                                                 00004600
             END-IF.                                                    00004610
      *---------------------------------------------------              00004620
       0300-FINALIZAR                     SECTION.                      00004630
             CLOSE NOTAHIST.                                            00004640
             CLOSE ENTRADA-SYSIN.                                       00004650
             CLOSE RELNOTA.                                             00004660
             IF WRK-FS-CONVERSAO NOT EQUAL '35'                         00004670
                 CLOSE CONVERSAO                                        00004680
             END-IF.                                                    00004690
             DISPLAY '------------------'.                              00004700
             DISPLAY '  CONSULTAS REALIZADAS : ' WRK-CONT-CONSULTAS.    00004710
             DISPLAY '  NOTAS REEMITIDAS     : '                        00004720
                     WRK-CONT-REEMITIDAS.                               00004730
             DISPLAY '  CONSULTAS SEM RETORNO: '                        00004740
                     WRK-CONT-NAO-ACHADAS.                              00004750
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00004760
             PERFORM 9000-TRATA-ERROS.                                  00004770
      *---------------------------------------------------              00004780
       9000-TRATA-ERROS                   SECTION.                      00004790
      *---------------------------------------------------              00004800
             PERFORM 9050-GRAVAR-ERRLOG.                                00004810
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00004820
             STOP RUN.                                                  00004830
      *--------------------------------------------------------------   00004840
       9000-99-FIM.            EXIT.                                    00004850
      *--------------------------------------------------------------   00004860
