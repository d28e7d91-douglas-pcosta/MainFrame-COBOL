      *                         MASTER (CPEND01) CHAVEADO PELO          00000390
      *                         CLIENTE, PARA A EXTRACAO DO CRM         00000400
      *                         (FR05CB16) ENVIAR O ENDERECO            00000410
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000420
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000430
      *===================================================              00000440
       ENVIRONMENT                                DIVISION.             00000450
      *===================================================              00000460
       INPUT-OUTPUT                               SECTION.              00000470
       FILE-CONTROL.                                                    00000480
           SELECT AUDITORIA ASSIGN TO ARQAUD                            00000490
               ORGANIZATION IS SEQUENTIAL                               00000500
               FILE STATUS IS WRK-FS-AUDITORIA.                         00000510
           SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                         00000520
               FILE STATUS IS WRK-FS-SYSIN.                             00000530
           SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                       00000540
               ORGANIZATION IS INDEXED                                  00000550
               ACCESS MODE IS DYNAMIC                                   00000560
               RECORD KEY IS CLI-ID                                     00000570
               FILE STATUS IS WRK-FS-CLIENTE.                           00000580
           SELECT ENDERECO-MASTER ASSIGN TO ARQEND                      00000590
               ORGANIZATION IS INDEXED                                  00000600
               ACCESS MODE IS DYNAMIC                                   00000610
               RECORD KEY IS END-CLI-ID                                 00000620
               FILE STATUS IS WRK-FS-ENDERECO.                          00000630
           SELECT CHECKPT ASSIGN TO ARQCKPT                             00000640
               ORGANIZATION IS INDEXED                                  00000650
               ACCESS MODE IS DYNAMIC                                   00000660
               RECORD KEY IS CKP-PROGRAMA                               00000670
               FILE STATUS IS WRK-FS-CHECKPT.                           00000680
           SELECT ERRLOG ASSIGN TO ARQERR                               00000690
               FILE STATUS IS WRK-FS-ERRLOG.                            00000700
                                                                        00000710
           SELECT ESTATIS  ASSIGN TO ARQSTT                             00000720
               FILE STATUS  IS WRK-FS-ESTATIS.                          00000730
      *===================================================              00000740
       DATA                                      DIVISION.              00000750
      *===================================================              00000760
       FILE SECTION.                                                    00000770
       FD  ENTRADA-SYSIN                                                00000780
           RECORDING MODE IS F                                          00000790
           BLOCK CONTAINS 0 RECORDS.                                    00000800
       01  SYSIN-REGISTRO             PIC X(75).                        00000810
       FD  AUDITORIA                                                    00000820
           RECORDING MODE IS F                                          00000830
           BLOCK CONTAINS 0 RECORDS.                                    00000840
           COPY CPAUD01.                                                00000850
       FD  CLIENTE-MASTER.                                              00000860
           COPY CPCLIE01.                                               00000870
       FD  ENDERECO-MASTER.                                             00000880
           COPY CPEND01.                                                00000890
       FD  CHECKPT.                                                     00000900
           COPY CPCKPT01.                                               00000910
                                                                        00000920
       FD  ERRLOG.                                                      00000930
           COPY CPERRL01.                                               00000940
                                                                        00000950
       FD ESTATIS                                                       00000960
           RECORDING MODE IS F                                          00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
           COPY CPSTA01.                                                00000990
      *===================================================              00001000
       WORKING-STORAGE                            SECTION.              00001010
      *===================================================              00001020
       01 REGISTRO.                                                     00001030
          05 WRK-NOME         PIC X(15)      VALUE SPACES.              00001040
          05 WRK-RUA          PIC X(15)      VALUE SPACES.              00001050
          05 WRK-NUMERO       PIC 9(05)       VALUE ZEROS.              00001060
          05 WRK-BAIRRO       PIC X(10)      VALUE SPACES.              00001070
          05 WRK-CEP          PIC 9(08)      VALUE ZEROS.               00001080
          05 WRK-CIDADE       PIC X(15)      VALUE SPACES.              00001090
          05 WRK-UF           PIC X(02)      VALUE SPACES.              00001100
          05 WRK-CLI-ID       PIC 9(05)      VALUE ZEROS.               00001110
                                                                        00001120
       01 WRK-NOME-S          REDEFINES       REGISTRO.                 00001130
          05 WRK-NOME         PIC X(15).                                00001140
          05 FILLER           PIC X(60)      VALUE SPACES.              00001150
                                                                        00001160
       01 WRK-END-S           REDEFINES       REGISTRO.                 00001170
          05 FILLLER          PIC X(15).                                00001180
          05 WRK-ENDERECO.                                              00001190
             10 WRK-RUA       PIC X(15).                                00001200
             10 WRK-NUMERO    PIC ZZZZZ.                                00001210
             10 WRK-BAIRRO    PIC X(10).                                00001220
             10 WRK-CEP       PIC 9(08).                                00001230
             10 WRK-CIDADE    PIC X(15).                                00001240
             10 WRK-UF        PIC X(02).                                00001250
          05 FILLER           PIC X(05).                                00001260
       77  WRK-FS-AUDITORIA       PIC X(02).                            00001270
       77  WRK-FS-SYSIN           PIC X(02).                            00001280
       77  WRK-FS-CLIENTE         PIC X(02).                            00001290
       77  WRK-FS-ENDERECO        PIC X(02).                            00001300
       77  WRK-CONT-GRAVADOS      PIC 9(07) COMP VALUE ZERO.            00001310
       77  WRK-CONT-SEM-CLIENTE   PIC 9(07) COMP VALUE ZERO.            00001320
       01 WRK-SW-CLIENTE-OK.                                            00001330
          05 WRK-SW-CLIENTE-OK-IND    PIC X(01) VALUE 'S'.              00001340
             88 WRK-CLIENTE-OK             VALUE 'S'.                   00001350
             88 WRK-CLIENTE-NAO-ACHADO     VALUE 'N'.                   00001360
       77  WRK-DATA-ATUAL         PIC 9(08).                            00001370
       77  WRK-HORA-ATUAL         PIC 9(08).                            00001380
       77  WRK-MSG                PIC X(50).                            00001390
       77  WRK-CONT-LIDOS         PIC 9(07) COMP VALUE ZERO.            00001400
       77  WRK-CONT-CEP-INVALIDO  PIC 9(07) COMP VALUE ZERO.            00001410
       01 WRK-SW-CEP-VALIDO.                                            00001420
          05 WRK-SW-CEP-VALIDO-IND    PIC X(01) VALUE 'S'.              00001430
             88 WRK-CEP-VALIDO             VALUE 'S'.                   00001440
             88 WRK-CEP-INVALIDO           VALUE 'N'.                   00001450
      *---------------------------------------------------              00001460
      *    TABELA DE BAIRROS VALIDOS DA AREA DE ATENDIMENTO             00001470
      *---------------------------------------------------              00001480
       01 WRK-TAB-BAIRROS-DADOS.                                        00001490
          05 FILLER              PIC X(10) VALUE 'CENTRO    '.          00001500
          05 FILLER              PIC X(10) VALUE 'JARDINS   '.          00001510
          05 FILLER              PIC X(10) VALUE 'BELA VISTA'.          00001520
          05 FILLER              PIC X(10) VALUE 'VILA NOVA '.          00001530
          05 FILLER              PIC X(10) VALUE 'COPACABANA'.          00001540
          05 FILLER              PIC X(10) VALUE 'IPANEMA   '.          00001550
          05 FILLER              PIC X(10) VALUE 'MOEMA     '.          00001560
          05 FILLER              PIC X(10) VALUE 'TATUAPE   '.          00001570
          05 FILLER              PIC X(10) VALUE 'PINHEIROS '.          00001580
          05 FILLER              PIC X(10) VALUE 'SANTANA   '.          00001590
       01 WRK-TAB-BAIRROS        REDEFINES  WRK-TAB-BAIRROS-DADOS.      00001600
          05 WRK-BAIRRO-VALIDO   PIC X(10) OCCURS 10 TIMES              00001610
                                  INDEXED BY WRK-IDX-BAIRRO.            00001620
       77  WRK-CONT-BAIRRO-INVALIDO PIC 9(07) COMP VALUE ZERO.          00001630
       01 WRK-SW-BAIRRO-VALIDO.                                         00001640
          05 WRK-SW-BAIRRO-VALIDO-IND PIC X(01) VALUE 'S'.              00001650
             88 WRK-BAIRRO-VALIDO-OK      VALUE 'S'.                    00001660
             88 WRK-BAIRRO-INVALIDO       VALUE 'N'.                    00001670
       COPY CPAUD02.                                                    00001680
       COPY CPCAB01.                                                    00001690
       COPY CPCKP01.                                                    00001700
       COPY CPERR01.                                                    00001710
       COPY CPSTT01.                                                    00001720
      *===================================================              00001730
      *===================================================              00001740
       LINKAGE                                    SECTION.              00001750
      *===================================================              00001760
       01 WRK-PARM-RESTART.                                             00001770
          05 WRK-PARM-TAM         PIC S9(04) COMP.                      00001780
          05 WRK-PARM-DADOS       PIC X(66).                            00001790
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00001800
      *===================================================              00001810
       0000-PRINCIPAL SECTION.                                          00001820
           PERFORM 0100-INICIAR                                         00001830
           PERFORM 0200-PROCESSAR                                       00001840
               UNTIL WRK-FS-SYSIN EQUAL '10'                            00001850
           PERFORM 0300-FINALIZAR                                       00001860
           GO TO 0000-99-FIM.                                           00001870
       0000-99-FIM.                                                     00001880
           EXIT.                                                        00001890
      *===================================================              00001900
       0100-INICIAR SECTION.                                            00001910
           MOVE 'FR05CB07' TO WRK-CAB-PROGRAMA                          00001920
           PERFORM 0101-CABECALHO-PADRAO                                00001930
           PERFORM 0131-INICIAR-ESTATISTICA                             00001940
           PERFORM 0102-INTERPRETAR-PARM                                00001950
           OPEN INPUT ENTRADA-SYSIN                                     00001960
           OPEN INPUT CLIENTE-MASTER                                    00001970
           PERFORM 0106-ABRIR-ENDERECO                                  00001980
           PERFORM 0105-ABRIR-AUDITORIA                                 00001990
           PERFORM 0103-ABRIR-CHECKPOINT                                00002000
           PERFORM 0104-POSICIONAR-RESTART                              00002010
           PERFORM 0110-TESTAR-STATUS                                   00002020
           PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                      00002030
       0100-99-FIM.                                                     00002040
           EXIT.                                                        00002050
      *===================================================              00002060
           COPY CPCAB02.                                                00002070
           COPY CPCKP02.                                                00002080
           COPY CPERR02.                                                00002090
           COPY CPSTT02.                                                00002100
           COPY CPAUD03.                                                00002110
      *===================================================              00002120
       0105-ABRIR-AUDITORIA SECTION.                                    00002130
           PERFORM 0901-LOCALIZAR-ELO-AUDITORIA                         00002140
           OPEN EXTEND AUDITORIA                                        00002150
           IF WRK-FS-AUDITORIA EQUAL '35'                               00002160
               OPEN OUTPUT AUDITORIA                                    00002170
               CLOSE AUDITORIA                                          00002180
               OPEN EXTEND AUDITORIA                                    00002190
           END-IF.                                                      00002200
       0105-99-FIM.                                                     00002210
           EXIT.                                                        00002220
      *===================================================              00002230
       0106-ABRIR-ENDERECO SECTION.                                     00002240
      *    ABRE O ENDERECO-MASTER EM I-O, CRIANDO-O NA PRIMEIRA         00002250
      *    EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)              00002260
      *---------------------------------------------------              00002270
           OPEN I-O ENDERECO-MASTER                                     00002280
           IF WRK-FS-ENDERECO EQUAL '35'                                00002290
               OPEN OUTPUT ENDERECO-MASTER                              00002300
               CLOSE ENDERECO-MASTER                                    00002310
               OPEN I-O ENDERECO-MASTER                                 00002320
           END-IF.                                                      00002330
       0106-99-FIM.                                                     00002340
           EXIT.                                                        00002350
      *===================================================              00002360
      *===================================================              00002370
       0107-PULAR-CARTOES-PROCESSADOS SECTION.                          00002380
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00002390
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00002400
      *---------------------------------------------------              00002410
           PERFORM 0108-PULAR-UM-CARTAO                                 00002420
               UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR             00002430
                  OR WRK-FS-SYSIN EQUAL '10'.                           00002440
       0107-99-FIM.                                                     00002450
           EXIT.                                                        00002460
      *===================================================              00002470
       0108-PULAR-UM-CARTAO SECTION.                                    00002480
           READ ENTRADA-SYSIN INTO REGISTRO.                            00002490
           IF WRK-FS-SYSIN EQUAL ZEROS                                  00002500
               ADD 1 TO WRK-CONT-LIDOS                                  00002510
           END-IF.                                                      00002520
       0108-99-FIM.                                                     00002530
           EXIT.                                                        00002540
      *===================================================              00002550
       0110-TESTAR-STATUS SECTION.                                      00002560
           IF WRK-FS-AUDITORIA NOT EQUAL '00'                           00002570
               MOVE 'ERRO ABERTURA ARQUIVO AUDITORIA' TO WRK-MSG        00002580
               PERFORM 9000-TRATA-ERROS                                 00002590
           END-IF.                                                      00002600
           IF WRK-FS-SYSIN NOT EQUAL ZEROS                              00002610
               MOVE 'ERRO ABERTURA ARQUIVO ENTRADA-SYSIN' TO WRK-MSG    00002620
               PERFORM 9000-TRATA-ERROS                                 00002630
           END-IF.                                                      00002640
           IF WRK-FS-CLIENTE NOT EQUAL ZEROS                            00002650
               MOVE 'ERRO ABERTURA ARQUIVO CLIENTE-MASTER' TO WRK-MSG   00002660
               PERFORM 9000-TRATA-ERROS                                 00002670
           END-IF.                                                      00002680
           IF WRK-FS-ENDERECO NOT EQUAL ZEROS                           00002690
               MOVE 'ERRO ABERTURA ARQUIVO ENDERECO-MASTER' TO WRK-MSG  00002700
               PERFORM 9000-TRATA-ERROS                                 00002710
           END-IF.                                                      00002720
       0110-99-FIM.                                                     00002730
           EXIT.                                                        00002740
      *===================================================              00002750
       0200-PROCESSAR SECTION.                                          00002760
           READ ENTRADA-SYSIN INTO REGISTRO.                            00002770
           IF WRK-FS-SYSIN EQUAL ZEROS                                  00002780
               ADD 1 TO WRK-CONT-LIDOS                                  00002790
               PERFORM 0205-VALIDAR-CEP                                 00002800
               PERFORM 0206-VALIDAR-BAIRRO                              00002810
               DISPLAY '==============================='                00002820
               DISPLAY 'REGISTRO COMPLETO:' REGISTRO                    00002830
               DISPLAY '==============================='                00002840
               DISPLAY 'NOME.............:' WRK-NOME OF WRK-NOME-S      00002850
               DISPLAY '==============================='                00002860
               DISPLAY 'ENDERECO.........:' WRK-ENDERECO OF WRK-END-S   00002870
               DISPLAY '==============================='                00002880
               IF WRK-CEP-INVALIDO                                      00002890
                   DISPLAY 'CEP INVALIDO.....:' WRK-CEP OF WRK-END-S    00002900
                   DISPLAY '==============================='            00002910
               END-IF                                                   00002920
               IF WRK-BAIRRO-INVALIDO                                   00002930
                   DISPLAY 'BAIRRO P/ REVISAO:' WRK-BAIRRO OF WRK-END-S 00002940
                   DISPLAY '==============================='            00002950
               END-IF                                                   00002960
               PERFORM 0207-PERSISTIR-ENDERECO                          00002970
               PERFORM 0900-GRAVAR-AUDITORIA                            00002980
               MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS               00002990
               PERFORM 0105-CHECAR-CHECKPOINT                           00003000
           END-IF.                                                      00003010
       0200-99-FIM.                                                     00003020
           EXIT.                                                        00003030
      *===================================================              00003040
       0205-VALIDAR-CEP SECTION.                                        00003050
      *    VALIDA O FORMATO DO CEP - PRECISA SER NUMERICO NA SUA        00003060
      *    POSICAO INTEIRA DE 8 DIGITOS PARA SER ACEITO COMO VALIDO     00003070
      *---------------------------------------------------              00003080
           SET WRK-CEP-VALIDO TO TRUE                                   00003090
           IF WRK-CEP OF WRK-END-S NOT NUMERIC                          00003100
               SET WRK-CEP-INVALIDO TO TRUE                             00003110
               ADD 1 TO WRK-CONT-CEP-INVALIDO                           00003120
           END-IF.                                                      00003130
       0205-99-FIM.                                                     00003140
           EXIT.                                                        00003150
      *===================================================              00003160
       0207-PERSISTIR-ENDERECO SECTION.                                 00003170
      *    CRITICA O CLI-ID DO CARTAO CONTRA CLIENTE-MASTER E           00003180
      *    PERSISTE O ENDERECO VALIDADO NO ENDERECO-MASTER, UMA         00003190
      *    LINHA POR CLIENTE (WRITE; CHAVE JA EXISTENTE VIRA            00003200
      *    REWRITE). CEP INVALIDO NAO E PERSISTIDO; BAIRRO FORA         00003210
      *    DA TABELA E GRAVADO MARCADO PARA REVISAO                     00003220
      *---------------------------------------------------              00003230
           SET WRK-CLIENTE-OK TO TRUE                                   00003240
           IF WRK-CLI-ID NOT NUMERIC                                    00003250
               SET WRK-CLIENTE-NAO-ACHADO TO TRUE                       00003260
           ELSE                                                         00003270
               MOVE WRK-CLI-ID TO CLI-ID                                00003280
               READ CLIENTE-MASTER                                      00003290
                   INVALID KEY                                          00003300
                       SET WRK-CLIENTE-NAO-ACHADO TO TRUE               00003310
               END-READ                                                 00003320
           END-IF                                                       00003330
           IF WRK-CLIENTE-NAO-ACHADO                                    00003340
               ADD 1 TO WRK-CONT-SEM-CLIENTE                            00003350
               DISPLAY 'ENDERECO SEM CLIENTE VALIDO - NAO '             00003360
                       'PERSISTIDO: ' WRK-CLI-ID                        00003370
           ELSE                                                         00003380
               IF WRK-CEP-INVALIDO                                      00003390
                   CONTINUE                                             00003400
               ELSE                                                     00003410
                   PERFORM 0208-GRAVAR-ENDERECO                         00003420
               END-IF                                                   00003430
           END-IF.                                                      00003440
       0207-99-FIM.                                                     00003450
           EXIT.                                                        00003460
      *===================================================              00003470
       0208-GRAVAR-ENDERECO SECTION.                                    00003480
           MOVE WRK-CLI-ID            TO END-CLI-ID                     00003490
           MOVE WRK-RUA OF REGISTRO   TO END-RUA                        00003500
           MOVE WRK-NUMERO OF REGISTRO TO END-NUMERO                    00003510
           MOVE WRK-BAIRRO OF REGISTRO TO END-BAIRRO                    00003520
           MOVE WRK-CEP OF REGISTRO   TO END-CEP                        00003530
           MOVE WRK-CIDADE OF REGISTRO TO END-CIDADE                    00003540
           MOVE WRK-UF OF REGISTRO    TO END-UF                         00003550
           IF WRK-BAIRRO-INVALIDO                                       00003560
               SET END-PARA-REVISAO TO TRUE                             00003570
           ELSE                                                         00003580
               SET END-SEM-REVISAO TO TRUE                              00003590
           END-IF                                                       00003600
           WRITE CPEND01-REGISTRO                                       00003610
               INVALID KEY                                              00003620
                   REWRITE CPEND01-REGISTRO                             00003630
           END-WRITE                                                    00003640
           ADD 1 TO WRK-CONT-GRAVADOS.                                  00003650
       0208-99-FIM.                                                     00003660
           EXIT.                                                        00003670
      *===================================================              00003680
       0206-VALIDAR-BAIRRO SECTION.                                     00003690
      *    PROCURA O BAIRRO INFORMADO NA TABELA DE BAIRROS VALIDOS DA   00003700
      *    AREA DE ATENDIMENTO - QUANDO NAO ENCONTRADO, O REGISTRO E    00003710
      *    ACEITO MAS FICA MARCADO PARA REVISAO MANUAL                  00003720
      *---------------------------------------------------              00003730
           SET WRK-BAIRRO-VALIDO-OK TO TRUE                             00003740
           SET WRK-IDX-BAIRRO TO 1                                      00003750
           SEARCH WRK-BAIRRO-VALIDO                                     00003760
               AT END                                                   00003770
                   SET WRK-BAIRRO-INVALIDO TO TRUE                      00003780
                   ADD 1 TO WRK-CONT-BAIRRO-INVALIDO                    00003790
               WHEN WRK-BAIRRO-VALIDO (WRK-IDX-BAIRRO)                  00003800
                       EQUAL WRK-BAIRRO OF WRK-END-S                    00003810
                   CONTINUE                                             00003820
           END-SEARCH.                                                  00003830
       0206-99-FIM.                                                     00003840
           EXIT.                                                        00003850
      *===================================================              00003860
       0900-GRAVAR-AUDITORIA SECTION.                                   00003870
           MOVE 'FR05CB07' TO AUD-PROGRAMA                              00003880
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD                     00003890
           ACCEPT WRK-HORA-ATUAL FROM TIME                              00003900
           MOVE WRK-DATA-ATUAL TO AUD-DATA                              00003910
           MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA                        00003920
           SET AUD-ACEITO TO TRUE                                       00003930
           MOVE SPACES TO AUD-REGISTRO-IMAGEM                           00003940
           MOVE REGISTRO TO AUD-REGISTRO-IMAGEM                         00003950
           MOVE ZEROS TO AUD-NUM-LOTE.                                  00003960
           PERFORM 0903-ENCADEAR-AUDITORIA.                             00003970
           WRITE CPAUD01-REGISTRO.                                      00003980
       0900-99-FIM.                                                     00003990
           EXIT.                                                        00004000
      *===================================================              00004010
       0300-FINALIZAR SECTION.                                          00004020
           MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS                   00004030
           PERFORM 0106-FINALIZAR-CHECKPOINT                            00004040
           MOVE WRK-CONT-LIDOS                                          00004050
               TO WRK-STT-REGISTROS                                     00004060
           PERFORM 9060-GRAVAR-ESTATISTICA                              00004070
           CLOSE AUDITORIA                                              00004080
           CLOSE ENTRADA-SYSIN                                          00004090
           CLOSE CLIENTE-MASTER                                         00004100
           CLOSE ENDERECO-MASTER.                                       00004110
           DISPLAY '==============================='.                   00004120
           DISPLAY ' TOTAL LIDOS......: ' WRK-CONT-LIDOS.               00004130
           DISPLAY ' TOTAL CEP INVALIDO: ' WRK-CONT-CEP-INVALIDO.       00004140
           DISPLAY ' TOTAL BAIRRO P/REV: ' WRK-CONT-BAIRRO-INVALIDO.    00004150
           DISPLAY ' TOTAL PERSISTIDOS.: ' WRK-CONT-GRAVADOS.           00004160
           DISPLAY ' TOTAL SEM CLIENTE.: ' WRK-CONT-SEM-CLIENTE.        00004170
           DISPLAY '==============================='.                   00004180
           MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                         00004190
           PERFORM 9000-TRATA-ERROS.                                    00004200
       0300-99-FIM.                                                     00004210
           EXIT.                                                        00004220
      *===================================================              00004230
       9000-TRATA-ERROS SECTION.                                        00004240
           PERFORM 9050-GRAVAR-ERRLOG.                                  00004250
           DISPLAY '==============================='                    00004260
           DISPLAY WRK-MSG                                              00004270
           DISPLAY '==============================='                    00004280
           STOP RUN.                                                    00004290
       9000-99-FIM.                                                     00004300
           EXIT.                                                        00004310
