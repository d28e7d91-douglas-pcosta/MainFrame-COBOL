      *                         MASTER CPAUT01) - A EXCLUSAO            00000930
      *                         FISICA DO CARTAO 'E' EXIGIA             00000940
      *                         EXATAMENTE ESTE CONTROLE                00000950
      *     15/10/2026  IVS     GRAVA A TRILHA DE AUDITORIA ENCADEADA   00000960
      *                         (SEQUENCIA E HASH - CPAUD02/CPAUD03)    00000970
      *=======================================================*         00000980
                                                                        00000990
      *=======================================================*         00001000
       ENVIRONMENT                               DIVISION.              00001010
      *=======================================================*         00001020
       INPUT-OUTPUT                              SECTION.               00001030
       FILE-CONTROL.                                                    00001040
             SELECT EMPREGADO-MASTER ASSIGN TO ARQEMP                   00001050
                ORGANIZATION IS INDEXED                                 00001060
                ACCESS MODE  IS DYNAMIC                                 00001070
                RECORD KEY   IS EMP-ID                                  00001080
                ALTERNATE RECORD KEY IS EMP-NOME-CURTO                  00001090
                    WITH DUPLICATES                                     00001100
                FILE STATUS  IS WRK-FS-EMPREGADO.                       00001110
                                                                        00001120
             SELECT REJEITO-INTAKE ASSIGN TO ARQREJI                    00001130
                FILE STATUS  IS WRK-FS-REJEITO.                         00001140
                                                                        00001150
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001160
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001170
                                                                        00001180
             SELECT BACKOUT  ASSIGN TO ARQBKO                           00001190
                FILE STATUS  IS WRK-FS-BACKOUT.                         00001200
                                                                        00001210
             SELECT DEPARTAMENTO-MST ASSIGN TO ARQDEP                   00001220
                ORGANIZATION IS INDEXED                                 00001230
                ACCESS MODE  IS DYNAMIC                                 00001240
                RECORD KEY   IS DEP-CODIGO                              00001250
                FILE STATUS  IS WRK-FS-DEPARTAM.                        00001260
                                                                        00001270
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001280
                FILE STATUS  IS WRK-FS-SYSIN.                           00001290
                                                                        00001300
             SELECT CHECKPT  ASSIGN TO ARQCKPT                          00001310
                ORGANIZATION IS INDEXED                                 00001320
                ACCESS MODE  IS DYNAMIC                                 00001330
                RECORD KEY   IS CKP-PROGRAMA                            00001340
                FILE STATUS  IS WRK-FS-CHECKPT.                         00001350
                                                                        00001360
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001370
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001380
                                                                        00001390
             SELECT HISTDEP  ASSIGN TO ARQHDP                           00001400
                FILE STATUS  IS WRK-FS-HISTDEP.                         00001410
                                                                        00001420
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001430
                ORGANIZATION IS INDEXED                                 00001440
                ACCESS MODE  IS DYNAMIC                                 00001450
                RECORD KEY   IS CAL-DATA                                00001460
                FILE STATUS  IS WRK-FS-CALEND.                          00001470
                                                                        00001480
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001490
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001500
                                                                        00001510
             SELECT CONTROLE ASSIGN TO ARQCTL                           00001520
                FILE STATUS  IS WRK-FS-CONTROLE.                        00001530
      *=======================================================*         00001540
       DATA                                      DIVISION.              00001550
      *=======================================================*         00001560
       FILE                                      SECTION.               00001570
       FD ENTRADA-SYSIN                                                 00001580
           RECORDING MODE IS F                                          00001590
           BLOCK CONTAINS 0 RECORDS.                                    00001600
       01 SYSIN-REGISTRO             PIC X(066).                        00001610
                                                                        00001620
       FD EMPREGADO-MASTER.                                             00001630
           COPY CPEMPR01.                                               00001640
                                                                        00001650
       FD REJEITO-INTAKE                                                00001660
           RECORDING MODE IS F                                          00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
           COPY CPREJ02.                                                00001690
                                                                        00001700
       FD AUDITORIA                                                     00001710
           RECORDING MODE IS F                                          00001720
           BLOCK CONTAINS 0 RECORDS.                                    00001730
           COPY CPAUD01.                                                00001740
                                                                        00001750
       FD BACKOUT                                                       00001760
           RECORDING MODE IS F                                          00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
           COPY CPBKO01.                                                00001790
                                                                        00001800
       FD DEPARTAMENTO-MST.                                             00001810
           COPY CPDEP01.                                                00001820
                                                                        00001830
       FD CHECKPT.                                                      00001840
           COPY CPCKPT01.                                               00001850
                                                                        00001860
       FD ERRLOG.                                                       00001870
           COPY CPERRL01.                                               00001880
                                                                        00001890
       FD HISTDEP                                                       00001900
           RECORDING MODE IS F                                          00001910
           BLOCK CONTAINS 0 RECORDS.                                    00001920
           COPY CPHDP01.                                                00001930
                                                                        00001940
       FD CALENDARIO.                                                   00001950
           COPY CPCAL01.                                                00001960
                                                                        00001970
       FD ESTATIS                                                       00001980
           RECORDING MODE IS F                                          00001990
           BLOCK CONTAINS 0 RECORDS.                                    00002000
           COPY CPSTA01.                                                00002010
                                                                        00002020
       FD CONTROLE                                                      00002030
           RECORDING MODE IS F                                          00002040
           BLOCK CONTAINS 0 RECORDS.                                    00002050
           COPY CPCTRL01.                                               00002060
                                                                        00002070
       WORKING-STORAGE                           SECTION.               00002080
       01 WRK-REGISTRO.                                                 00002090
          05 WRK-TIPO-TRANS PIC X(001)        VALUE 'A'.                00002100
             88 WRK-TRANS-INCLUSAO            VALUE 'A'.                00002110
             88 WRK-TRANS-ALTERACAO           VALUE 'M'.                00002120
             88 WRK-TRANS-EXCLUSAO            VALUE 'E'.                00002130
             88 WRK-TRANS-CAPACIDADE          VALUE 'C'.                00002140
          05 WRK-ID         PIC 9(005)        VALUE ZEROS.              00002150
          05 WRK-NOME       PIC X(030)       VALUE SPACES.              00002160
          05 WRK-NOME-CAP REDEFINES WRK-NOME.                           00002170
             10 WRK-CAPACIDADE      PIC 9(005).                         00002180
             10 FILLER               PIC X(025).                        00002190
          05 WRK-INTERNO.                                               00002200
             10 WRK-TEL     PIC 9(010)        VALUE ZEROS.              00002210
             10 WRK-GERENTE PIC X(015)       VALUE SPACES.              00002220
          05 WRK-DEPTO      PIC X(005)       VALUE SPACES.              00002230
                                                                        00002240
       77 WRK-FS-EMPREGADO         PIC X(02) VALUE SPACES.              00002250
       77 WRK-FS-HISTDEP           PIC X(02) VALUE SPACES.              00002260
       77 WRK-DEPTO-ANTERIOR       PIC X(05) VALUE SPACES.              00002270
       77 WRK-FS-REJEITO           PIC X(02) VALUE SPACES.              00002280
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002290
       77 WRK-FS-BACKOUT           PIC X(02) VALUE SPACES.              00002300
       77 WRK-FS-DEPARTAM          PIC X(02) VALUE SPACES.              00002310
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002320
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.              00002330
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002340
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002350
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002360
       77 WRK-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.          00002370
       77 WRK-CONT-ACEITOS          PIC 9(07) COMP VALUE ZERO.          00002380
       77 WRK-CONT-REJEITADOS       PIC 9(07) COMP VALUE ZERO.          00002390
       01 WRK-SW-VALIDO.                                                00002400
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00002410
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00002420
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00002430
       77 WRK-CONT-BACKOUT          PIC 9(07) COMP VALUE ZERO.          00002440
       77 WRK-IMG-ANTERIOR          PIC X(90) VALUE SPACES.             00002450
      *---------------------------------------------------              00002460
      *    ENVELOPE DO DECK DE SYSIN - CARTAO DE HEADER ('H' +          00002470
      *    NUMERO DO LOTE + ORIGEM + DATA) E DE TRAILER ('T' +          00002480
      *    QUANTIDADE DE CARTOES DE DETALHE). O ENVELOPE E              00002490
      *    CONFERIDO INTEIRO ANTES DE QUALQUER CARTAO SER               00002500
      *    APLICADO - FALTA DE HEADER/TRAILER OU CONTAGEM               00002510
      *    DIFERENTE REJEITA O LOTE COMPLETO COM RC=12; O NUMERO        00002520
      *    DO LOTE SAI EM CADA REGISTRO DA TRILHA DE AUDITORIA          00002530
      *---------------------------------------------------              00002540
       01 WRK-CARTAO-ENVELOPE.                                          00002550
          05 WRK-ENV-TIPO          PIC X(01).                           00002560
             88 WRK-ENV-HEADER            VALUE 'H'.                    00002570
             88 WRK-ENV-TRAILER           VALUE 'T'.                    00002580
          05 WRK-ENV-DADOS         PIC X(22).                           00002590
       01 WRK-ENV-HEADER-VIS REDEFINES WRK-CARTAO-ENVELOPE.             00002600
          05 FILLER                PIC X(01).                           00002610
          05 WRK-ENV-NUM-LOTE      PIC 9(06).                           00002620
          05 WRK-ENV-ORIGEM        PIC X(08).                           00002630
          05 WRK-ENV-DATA          PIC 9(08).                           00002640
       01 WRK-ENV-TRAILER-VIS REDEFINES WRK-CARTAO-ENVELOPE.            00002650
          05 FILLER                PIC X(01).                           00002660
          05 WRK-ENV-QTD-INFORMADA PIC 9(06).                           00002670
          05 FILLER                PIC X(16).                           00002680
       77 WRK-ENV-QTD-DETALHES PIC 9(06) VALUE ZERO.                    00002690
       77 WRK-ENV-QTD-TRAILER  PIC 9(06) VALUE ZERO.                    00002700
       77 WRK-ENV-LOTE-ATUAL   PIC 9(06) VALUE ZERO.                    00002710
       01 WRK-SW-ENVELOPE.                                              00002720
          05 WRK-SW-ENVELOPE-IND     PIC X(01) VALUE 'N'.               00002730
             88 WRK-ENV-TRAILER-VISTO      VALUE 'S'.                   00002740
             88 WRK-ENV-SEM-TRAILER        VALUE 'N'.                   00002750
       COPY CPAUD02.                                                    00002760
       COPY CPCAB01.                                                    00002770
       COPY CPCKP01.                                                    00002780
       COPY CPERR01.                                                    00002790
       COPY CPDTA01.                                                    00002800
       COPY CPSTT01.                                                    00002810
       COPY CPSRV01.                                                    00002820
       COPY CPAUT02.                                                    00002830
      *=========================================*                       00002840
      *---------------------------------------------------              00002850
       LINKAGE                                    SECTION.              00002860
      *---------------------------------------------------              00002870
       01 WRK-PARM-RESTART.                                             00002880
          05 WRK-PARM-TAM         PIC S9(04) COMP.                      00002890
          05 WRK-PARM-DADOS       PIC X(66).                            00002900
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00002910
      *=========================================*                       00002920
                                                                        00002930
      *---------------------------------------------------              00002940
       0000-PRINCIPAL                     SECTION.                      00002950
      *---------------------------------------------------              00002960
             PERFORM 0100-INICIAR.                                      00002970
             PERFORM 0200-PROCESSAR                                     00002980
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00002990
             PERFORM 0300-FINALIZAR.                                    00003000
      *---------------------------------------------------              00003010
       0000-99-FIM.            EXIT.                                    00003020
      *---------------------------------------------------              00003030
                                                                        00003040
       0100-INICIAR                       SECTION.                      00003050
             MOVE 'FR05CB04' TO WRK-CAB-PROGRAMA.                       00003060
             PERFORM 0101-CABECALHO-PADRAO.                             00003070
             PERFORM 0135-CONFERIR-ACESSO.                              00003080
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00003090
             PERFORM 0113-ABRIR-HISTDEP.                                00003100
             PERFORM 0131-INICIAR-ESTATISTICA.                          00003110
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00003120
             PERFORM 0102-INTERPRETAR-PARM.                             00003130
             OPEN I-O EMPREGADO-MASTER.                                 00003140
             OPEN INPUT DEPARTAMENTO-MST.                               00003150
             OPEN OUTPUT REJEITO-INTAKE.                                00003160
             OPEN OUTPUT CONTROLE.                                      00003170
             OPEN INPUT ENTRADA-SYSIN.                                  00003180
             PERFORM 0111-CONFERIR-ENVELOPE.                            00003190
             PERFORM 0105-ABRIR-AUDITORIA.                              00003200
             PERFORM 0103-ABRIR-CHECKPOINT.                             00003210
             PERFORM 0104-POSICIONAR-RESTART.                           00003220
             IF WRK-CKPT-QTD-A-PULAR > ZERO                             00003230
                 OPEN EXTEND BACKOUT                                    00003240
             ELSE                                                       00003250
                 OPEN OUTPUT BACKOUT                                    00003260
             END-IF.                                                    00003270
             PERFORM 0110-TESTAR-STATUS.                                00003280
             PERFORM 0107-PULAR-CARTOES-PROCESSADOS.                    00003290
      *---------------------------------------------------              00003300
           COPY CPCAB02.                                                00003310
           COPY CPCKP02.                                                00003320
           COPY CPERR02.                                                00003330
           COPY CPDTA02.                                                00003340
           COPY CPSTT02.                                                00003350
           COPY CPAUD03.                                                00003360
      *---------------------------------------------------              00003370
       0105-ABRIR-AUDITORIA               SECTION.                      00003380
      *    ABRE A TRILHA DE AUDITORIA EM EXTEND, CRIANDO-A NA           00003390
      *    PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE STATUS 35)     00003400
      *---------------------------------------------------              00003410
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00003420
             OPEN EXTEND AUDITORIA.                                     00003430
             IF WRK-FS-AUDITORIA EQUAL '35'                             00003440
                 OPEN OUTPUT AUDITORIA                                  00003450
                 CLOSE AUDITORIA                                        00003460
                 OPEN EXTEND AUDITORIA                                  00003470
             END-IF.                                                    00003480
      *---------------------------------------------------              00003490
      *---------------------------------------------------              00003500
       0111-CONFERIR-ENVELOPE             SECTION.                      00003510
      *    PASSA PELO DECK INTEIRO CONFERINDO O ENVELOPE ANTES DE       00003520
      *    QUALQUER CARTAO SER APLICADO: O PRIMEIRO CARTAO DEVE         00003530
      *    SER O HEADER, O ULTIMO O TRAILER, E A QUANTIDADE DE          00003540
      *    DETALHES DEVE BATER COM A INFORMADA. DEPOIS O DECK E         00003550
      *    REABERTO E O HEADER E CONSUMIDO PARA O PROCESSAMENTO         00003560
      *---------------------------------------------------              00003570
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00003580
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00003590
                OR NOT WRK-ENV-HEADER                                   00003600
                 MOVE ' ERRO DECK SEM CARTAO DE HEADER DE LOTE '        00003610
                     TO WRK-MSG                                         00003620
                 MOVE 12 TO RETURN-CODE                                 00003630
                 PERFORM 9000-TRATA-ERROS                               00003640
             END-IF.                                                    00003650
             MOVE WRK-ENV-NUM-LOTE TO WRK-ENV-LOTE-ATUAL.               00003660
             PERFORM 0113-CONTAR-UM-CARTAO                              00003670
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00003680
             IF WRK-ENV-SEM-TRAILER                                     00003690
                 MOVE ' ERRO DECK SEM CARTAO DE TRAILER DE LOTE '       00003700
                     TO WRK-MSG                                         00003710
                 MOVE 12 TO RETURN-CODE                                 00003720
                 PERFORM 9000-TRATA-ERROS                               00003730
             END-IF.                                                    00003740
             IF WRK-ENV-QTD-DETALHES NOT EQUAL WRK-ENV-QTD-TRAILER      00003750
                 DISPLAY ' LOTE ' WRK-ENV-LOTE-ATUAL                    00003760
                         ' CONTADOS: ' WRK-ENV-QTD-DETALHES             00003770
                         ' INFORMADOS: ' WRK-ENV-QTD-TRAILER            00003780
                 MOVE ' ERRO CONTAGEM DO LOTE NAO CONFERE '             00003790
                     TO WRK-MSG                                         00003800
                 MOVE 12 TO RETURN-CODE                                 00003810
                 PERFORM 9000-TRATA-ERROS                               00003820
             END-IF.                                                    00003830
             CLOSE ENTRADA-SYSIN.                                       00003840
             OPEN INPUT ENTRADA-SYSIN.                                  00003850
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00003860
      *---------------------------------------------------              00003870
       0113-CONTAR-UM-CARTAO              SECTION.                      00003880
      *    CONTA OS CARTOES DE DETALHE E GUARDA A QUANTIDADE            00003890
      *    INFORMADA NO TRAILER - CARTAO DEPOIS DO TRAILER E            00003900
      *    DECK TRUNCADO/REMONTADO E TAMBEM REJEITA O LOTE              00003910
      *---------------------------------------------------              00003920
             READ ENTRADA-SYSIN INTO WRK-CARTAO-ENVELOPE.               00003930
             IF WRK-FS-SYSIN EQUAL ZEROS                                00003940
                 IF WRK-ENV-TRAILER                                     00003950
                     SET WRK-ENV-TRAILER-VISTO TO TRUE                  00003960
                     MOVE WRK-ENV-QTD-INFORMADA                         00003970
                         TO WRK-ENV-QTD-TRAILER                         00003980
                 ELSE                                                   00003990
                     IF WRK-ENV-TRAILER-VISTO                           00004000
                         MOVE ' ERRO CARTAO DEPOIS DO TRAILER '         00004010
                             TO WRK-MSG                                 00004020
                         MOVE 12 TO RETURN-CODE                         00004030
                         PERFORM 9000-TRATA-ERROS                       00004040
                     END-IF                                             00004050
                     ADD 1 TO WRK-ENV-QTD-DETALHES                      00004060
                 END-IF                                                 00004070
             END-IF.                                                    00004080
       0107-PULAR-CARTOES-PROCESSADOS      SECTION.                     00004090
      *    QUANDO HOUVER RETOMADA, DESPREZA OS CARTOES DA SYSIN         00004100
      *    JA PROCESSADOS ANTES DO ULTIMO CHECKPOINT                    00004110
      *---------------------------------------------------              00004120
             PERFORM 0108-PULAR-UM-CARTAO                               00004130
                 UNTIL WRK-CONT-LIDOS >= WRK-CKPT-QTD-A-PULAR           00004140
                    OR WRK-FS-SYSIN EQUAL '10'.                         00004150
      *---------------------------------------------------              00004160
       0108-PULAR-UM-CARTAO                 SECTION.                    00004170
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004180
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004190
                 ADD 1 TO WRK-CONT-LIDOS                                00004200
             END-IF.                                                    00004210
      *---------------------------------------------------              00004220
       0110-TESTAR-STATUS                 SECTION.                      00004230
             IF WRK-FS-EMPREGADO NOT EQUAL ZEROS                        00004240
                 MOVE ' ERRO OPEN EMPREGADO-MASTER ' TO WRK-MSG         00004250
                 PERFORM 9000-TRATA-ERROS                               00004260
             END-IF.                                                    00004270
             IF WRK-FS-REJEITO NOT EQUAL ZEROS                          00004280
                 MOVE ' ERRO OPEN REJEITO-INTAKE ' TO WRK-MSG           00004290
                 PERFORM 9000-TRATA-ERROS                               00004300
             END-IF.                                                    00004310
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00004320
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00004330
                 PERFORM 9000-TRATA-ERROS                               00004340
             END-IF.                                                    00004350
             IF WRK-FS-BACKOUT NOT EQUAL ZEROS                          00004360
                 MOVE ' ERRO OPEN BACKOUT ' TO WRK-MSG                  00004370
                 PERFORM 9000-TRATA-ERROS                               00004380
             END-IF.                                                    00004390
             IF WRK-FS-DEPARTAM NOT EQUAL ZEROS                         00004400
                 MOVE ' ERRO OPEN DEPARTAMENTO-MST ' TO WRK-MSG         00004410
                 PERFORM 9000-TRATA-ERROS                               00004420
             END-IF.                                                    00004430
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00004440
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00004450
                 PERFORM 9000-TRATA-ERROS                               00004460
             END-IF.                                                    00004470
             IF WRK-FS-CONTROLE NOT EQUAL ZEROS                         00004480
                 MOVE ' ERRO OPEN CONTROLE ' TO WRK-MSG                 00004490
                 PERFORM 9000-TRATA-ERROS                               00004500
             END-IF.                                                    00004510
      *---------------------------------------------------              00004520
       0200-PROCESSAR                     SECTION.                      00004530
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00004540
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004550
                AND WRK-TIPO-TRANS EQUAL 'T'                            00004560
                 MOVE '10' TO WRK-FS-SYSIN                              00004570
             END-IF.                                                    00004580
             IF WRK-FS-SYSIN EQUAL ZEROS                                00004590
                 ADD 1 TO WRK-CONT-LIDOS                                00004600
                 PERFORM 0210-VALIDAR-REGISTRO                          00004610
                 IF WRK-REGISTRO-VALIDO                                 00004620
                     DISPLAY '==========================='              00004630
                     DISPLAY 'TRANSACAO..- ' WRK-TIPO-TRANS             00004640
                     DISPLAY 'ID.........- ' WRK-ID                     00004650
                     DISPLAY 'NOME.......- ' WRK-NOME                   00004660
                     DISPLAY 'TELEFONE...- ' WRK-TEL                    00004670
                     DISPLAY 'GERENTE....- ' WRK-GERENTE                00004680
                     DISPLAY '==========================='              00004690
                     DISPLAY WRK-REGISTRO                               00004700
                     PERFORM 0212-GRAVA-EMPREGADO                       00004710
                 END-IF                                                 00004720
                 IF WRK-REGISTRO-VALIDO                                 00004730
                     ADD 1 TO WRK-CONT-ACEITOS                          00004740
                     SET AUD-ACEITO TO TRUE                             00004750
                 ELSE                                                   00004760
                     ADD 1 TO WRK-CONT-REJEITADOS                       00004770
                     PERFORM 0220-GRAVA-REJEITO                         00004780
                     SET AUD-REJEITADO TO TRUE                          00004790
                 END-IF                                                 00004800
                 PERFORM 0900-GRAVAR-AUDITORIA                          00004810
                 MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS             00004820
                 PERFORM 0105-CHECAR-CHECKPOINT                         00004830
             END-IF.                                                    00004840
      *---------------------------------------------------              00004850
       0113-ABRIR-HISTDEP                 SECTION.                      00004860
      *    ABRE O HISTORICO DE DEPARTAMENTO EM EXTEND, CRIANDO-O        00004870
      *    NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (FILE             00004880
      *    STATUS 35)                                                   00004890
      *---------------------------------------------------              00004900
             OPEN EXTEND HISTDEP.                                       00004910
             IF WRK-FS-HISTDEP EQUAL '35'                               00004920
                 OPEN OUTPUT HISTDEP                                    00004930
                 CLOSE HISTDEP                                          00004940
                 OPEN EXTEND HISTDEP                                    00004950
             END-IF.                                                    00004960
             IF WRK-FS-HISTDEP NOT EQUAL ZEROS                          00004970
                 MOVE ' ERRO OPEN HISTORICO DE DEPARTAMENTO '           00004980
                     TO WRK-MSG                                         00004990
                 PERFORM 9000-TRATA-ERROS                               00005000
             END-IF.                                                    00005010
      *---------------------------------------------------              00005020
       0212-GRAVA-EMPREGADO               SECTION.                      00005030
             MOVE WRK-ID          TO EMP-ID.                            00005040
             EVALUATE TRUE                                              00005050
                 WHEN WRK-TRANS-INCLUSAO                                00005060
                     MOVE WRK-NOME        TO EMP-NOME                   00005070
                     MOVE WRK-NOME (1:15) TO EMP-NOME-CURTO             00005080
                     MOVE WRK-TEL         TO EMP-TELEFONE               00005090
                     MOVE WRK-GERENTE     TO EMP-GERENTE                00005100
                     MOVE WRK-DEPTO       TO EMP-DEPTO                  00005110
                     MOVE ZEROS TO EMP-CAPACIDADE-CLI                   00005120
                     SET EMP-ATIVO        TO TRUE                       00005130
                     WRITE CPEMPR01-REGISTRO                            00005140
                         INVALID KEY                                    00005150
                             MOVE ' EMPREGADO JA CADASTRADO ' TO WRK-MSG00005160
                             DISPLAY WRK-MSG                            00005170
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005180
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00005190
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00005200
                         NOT INVALID KEY                                00005210
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00005220
                             MOVE EMP-ID TO WRK-IMG-ANTERIOR (1:5)      00005230
                             PERFORM 0230-GRAVAR-BACKOUT                00005240
                             MOVE SPACES TO WRK-DEPTO-ANTERIOR          00005250
                             PERFORM 0232-GRAVAR-HIST-DEPTO             00005260
                     END-WRITE                                          00005270
                 WHEN WRK-TRANS-CAPACIDADE                              00005280
                     PERFORM 0217-GRAVA-CAPACIDADE                      00005290
                 WHEN WRK-TRANS-ALTERACAO                               00005300
                     READ EMPREGADO-MASTER                              00005310
                         INVALID KEY                                    00005320
                             MOVE ' EMPREGADO INEXISTENTE ' TO WRK-MSG  00005330
                             DISPLAY WRK-MSG                            00005340
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005350
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00005360
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00005370
                         NOT INVALID KEY                                00005380
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00005390
                             MOVE CPEMPR01-REGISTRO                     00005400
                                 TO WRK-IMG-ANTERIOR                    00005410
                             MOVE EMP-DEPTO TO WRK-DEPTO-ANTERIOR       00005420
                             MOVE WRK-NOME        TO EMP-NOME           00005430
                             MOVE WRK-NOME (1:15) TO EMP-NOME-CURTO     00005440
                             MOVE WRK-TEL         TO EMP-TELEFONE       00005450
                             MOVE WRK-GERENTE     TO EMP-GERENTE        00005460
                             MOVE WRK-DEPTO       TO EMP-DEPTO          00005470
                             REWRITE CPEMPR01-REGISTRO                  00005480
                             PERFORM 0230-GRAVAR-BACKOUT                00005490
                             IF WRK-DEPTO NOT EQUAL                     00005500
                                    WRK-DEPTO-ANTERIOR                  00005510
                                 PERFORM 0232-GRAVAR-HIST-DEPTO         00005520
                             END-IF                                     00005530
                     END-READ                                           00005540
                 WHEN WRK-TRANS-EXCLUSAO                                00005550
                     READ EMPREGADO-MASTER                              00005560
                         INVALID KEY                                    00005570
                             MOVE ' EMPREGADO INEXISTENTE ' TO WRK-MSG  00005580
                             DISPLAY WRK-MSG                            00005590
                             SET WRK-REGISTRO-INVALIDO TO TRUE          00005600
                             MOVE 06 TO REJ2-CODIGO-MOTIVO              00005610
                             MOVE WRK-MSG TO REJ2-DESCRICAO-MOTIVO      00005620
                         NOT INVALID KEY                                00005630
                             MOVE SPACES TO WRK-IMG-ANTERIOR            00005640
                             MOVE CPEMPR01-REGISTRO                     00005650
                                 TO WRK-IMG-ANTERIOR                    00005660
                             MOVE EMP-DEPTO TO WRK-DEPTO-ANTERIOR       00005670
                             DELETE EMPREGADO-MASTER                    00005680
                             PERFORM 0230-GRAVAR-BACKOUT                00005690
                             PERFORM 0233-GRAVAR-HIST-SAIDA             00005700
                     END-READ                                           00005710
             END-EVALUATE.                                              00005720
      *---------------------------------------------------              00005730
       0232-GRAVAR-HIST-DEPTO             SECTION.                      00005740
      *    GRAVA A ENTRADA OU A TROCA DE DEPARTAMENTO NO                00005750
      *    HISTORICO, COM A DATA DE NEGOCIO COMO DATA EFETIVA -         00005760
      *    ADMISSAO SAI COM O DEPARTAMENTO ANTIGO EM BRANCO             00005770
      *---------------------------------------------------              00005780
             MOVE WRK-ID             TO HDP-EMP-ID.                     00005790
             MOVE WRK-DEPTO-ANTERIOR TO HDP-DEP-ANTIGO.                 00005800
             MOVE WRK-DEPTO          TO HDP-DEP-NOVO.                   00005810
             MOVE WRK-DATA-NEGOCIO   TO HDP-DATA-EFETIVA.               00005820
             MOVE 'FR05CB04'         TO HDP-PROGRAMA.                   00005830
             WRITE CPHDP01-REGISTRO.                                    00005840
      *---------------------------------------------------              00005850
       0233-GRAVAR-HIST-SAIDA             SECTION.                      00005860
      *    GRAVA O DESLIGAMENTO NO HISTORICO - DEPARTAMENTO NOVO        00005870
      *    EM BRANCO MARCA A SAIDA                                      00005880
      *---------------------------------------------------              00005890
             MOVE WRK-ID             TO HDP-EMP-ID.                     00005900
             MOVE WRK-DEPTO-ANTERIOR TO HDP-DEP-ANTIGO.                 00005910
             MOVE SPACES             TO HDP-DEP-NOVO.                   00005920
             MOVE WRK-DATA-NEGOCIO   TO HDP-DATA-EFETIVA.               00005930
             MOVE 'FR05CB04'         TO HDP-PROGRAMA.                   00005940
             WRITE CPHDP01-REGISTRO.                                    00005950
      *---------------------------------------------------              00005960
       0230-GRAVAR-BACKOUT                SECTION.                      00005970
      *    GRAVA O REGISTRO DE BACKOUT DA TRANSACAO RECEM-APLICADA      00005980
      *    - IMAGEM ANTERIOR DO MASTER PARA ALTERACAO/EXCLUSAO, OU      00005990
      *    MARCA DE INCLUSAO (SO A CHAVE CRIADA) PARA A INCLUSAO.       00006000
      *    O CARTAO 'C' DE CAPACIDADE E GRAVADO COMO ALTERACAO          00006010
      *    ('M'), POIS O DESFAZER E O MESMO: RESTAURAR A IMAGEM         00006020
      *---------------------------------------------------              00006030
             MOVE 'FR05CB04'          TO BKO-PROGRAMA.                  00006040
             ADD 1 TO WRK-CONT-BACKOUT.                                 00006050
             MOVE WRK-CONT-BACKOUT    TO BKO-SEQUENCIA.                 00006060
             IF WRK-TRANS-CAPACIDADE                                    00006070
                 MOVE 'M' TO BKO-TIPO-ACAO                              00006080
             ELSE                                                       00006090
                 MOVE WRK-TIPO-TRANS  TO BKO-TIPO-ACAO                  00006100
             END-IF.                                                    00006110
             MOVE WRK-IMG-ANTERIOR    TO BKO-IMAGEM-ANTERIOR.           00006120
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00006130
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00006140
             MOVE WRK-DATA-ATUAL      TO BKO-DATA.                      00006150
             MOVE WRK-HORA-ATUAL (1:6) TO BKO-HORA.                     00006160
             WRITE CPBKO01-REGISTRO.                                    00006170
      *---------------------------------------------------              00006180
       0135-CONFERIR-ACESSO               SECTION.                      00006190
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00006200
      *    OPERADOR DO JOB PODE RODAR ESTE PROGRAMA - MASTER DE         00006210
      *    AUTORIZACAO AINDA NAO IMPLANTADO SEGUE COM AVISO;            00006220
      *    NEGADO, O JOB TERMINA COM RC=12                              00006230
      *---------------------------------------------------              00006240
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00006250
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00006260
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00006270
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00006280
             EVALUATE TRUE                                              00006290
                 WHEN AUT-CHK-PERMITIDO                                 00006300
                     CONTINUE                                           00006310
                 WHEN AUT-CHK-SEM-MASTER                                00006320
                     DISPLAY ' AVISO: SEM MASTER DE AUTORIZACAO'        00006330
                 WHEN OTHER                                             00006340
                     MOVE 12 TO RETURN-CODE                             00006350
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00006360
                         TO WRK-MSG                                     00006370
                     PERFORM 9000-TRATA-ERROS                           00006380
             END-EVALUATE.                                              00006390
      *---------------------------------------------------              00006400
       0209-AUTORIZAR-TRANSACAO           SECTION.                      00006410
      *    CONFERE NO SERVICO DE AUTORIZACAO SE O OPERADOR PODE         00006420
      *    APLICAR O TIPO DE TRANSACAO DO CARTAO - MASTER AINDA         00006430
      *    NAO IMPLANTADO LIBERA; NEGADO, O CARTAO E REJEITADO E        00006440
      *    AUDITADO COMO OS DEMAIS REJEITOS                             00006450
      *---------------------------------------------------              00006460
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00006470
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00006480
             MOVE WRK-TIPO-TRANS   TO AUT-CHK-TRANSACAO.                00006490
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00006500
             IF AUT-CHK-NEGADO                                          00006510
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006520
                 MOVE 07 TO REJ2-CODIGO-MOTIVO                          00006530
                 MOVE 'OPERADOR NAO AUTORIZADO' TO                      00006540
                     REJ2-DESCRICAO-MOTIVO                              00006550
             END-IF.                                                    00006560
      *---------------------------------------------------              00006570
       0210-VALIDAR-REGISTRO              SECTION.                      00006580
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006590
             PERFORM 0209-AUTORIZAR-TRANSACAO.                          00006600
             IF WRK-REGISTRO-INVALIDO                                   00006610
                 GO TO 0210-99-FIM                                      00006620
             END-IF.                                                    00006630
             IF WRK-TRANS-INCLUSAO                                      00006640
                AND (WRK-ID (1:5) EQUAL SPACES                          00006650
                     OR (WRK-ID NUMERIC AND WRK-ID EQUAL ZEROS))        00006660
                 PERFORM 0205-ATRIBUIR-ID                               00006670
             END-IF.                                                    00006680
             IF WRK-REGISTRO-INVALIDO                                   00006690
                 GO TO 0210-99-FIM                                      00006700
             END-IF.                                                    00006710
             IF WRK-TIPO-TRANS NOT EQUAL 'C' AND                        00006720
                WRK-TIPO-TRANS NOT EQUAL 'A' AND                        00006730
                WRK-TIPO-TRANS NOT EQUAL 'M' AND                        00006740
                WRK-TIPO-TRANS NOT EQUAL 'E'                            00006750
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006760
                 MOVE 05 TO REJ2-CODIGO-MOTIVO                          00006770
                 MOVE 'CODIGO DE TRANSACAO INVALIDO' TO                 00006780
                     REJ2-DESCRICAO-MOTIVO                              00006790
             ELSE IF WRK-ID NOT NUMERIC                                 00006800
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006810
                 MOVE 01 TO REJ2-CODIGO-MOTIVO                          00006820
                 MOVE 'ID NAO NUMERICO' TO REJ2-DESCRICAO-MOTIVO        00006830
             ELSE IF WRK-TRANS-EXCLUSAO                                 00006840
                  OR WRK-TRANS-CAPACIDADE                               00006850
                 CONTINUE                                               00006860
             ELSE IF WRK-TEL NOT NUMERIC                                00006870
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006880
                 MOVE 02 TO REJ2-CODIGO-MOTIVO                          00006890
                 MOVE 'TELEFONE NAO NUMERICO' TO REJ2-DESCRICAO-MOTIVO  00006900
             ELSE IF WRK-NOME EQUAL SPACES                              00006910
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006920
                 MOVE 03 TO REJ2-CODIGO-MOTIVO                          00006930
                 MOVE 'NOME EM BRANCO' TO REJ2-DESCRICAO-MOTIVO         00006940
             END-IF END-IF END-IF END-IF END-IF.                        00006950
             IF WRK-REGISTRO-VALIDO AND NOT WRK-TRANS-EXCLUSAO          00006960
                 PERFORM 0216-VALIDAR-DEPTO                             00006970
             END-IF.                                                    00006980
       0210-99-FIM.            EXIT.                                    00006990
      *---------------------------------------------------              00007000
       0216-VALIDAR-DEPTO                 SECTION.                      00007010
      *    CRUZA O DEPARTAMENTO DO CARTAO CONTRA O MASTER DE            00007020
      *    DEPARTAMENTO (CPDEP01) - EM BRANCO E ACEITO COMO SEM         00007030
      *    LOTACAO (CARTOES ANTIGOS); INFORMADO, PRECISA EXISTIR        00007040
      *    E ESTAR ATIVO                                                00007050
      *---------------------------------------------------              00007060
             IF WRK-DEPTO EQUAL SPACES                                  00007070
                 GO TO 0216-99-FIM                                      00007080
             END-IF.                                                    00007090
             MOVE WRK-DEPTO TO DEP-CODIGO.                              00007100
             READ DEPARTAMENTO-MST                                      00007110
                 INVALID KEY                                            00007120
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007130
                     MOVE 07 TO REJ2-CODIGO-MOTIVO                      00007140
                     MOVE 'DEPARTAMENTO NAO CADASTRADO' TO              00007150
                         REJ2-DESCRICAO-MOTIVO                          00007160
                 NOT INVALID KEY                                        00007170
                     IF DEP-INATIVO                                     00007180
                         SET WRK-REGISTRO-INVALIDO TO TRUE              00007190
                         MOVE 07 TO REJ2-CODIGO-MOTIVO                  00007200
                         MOVE 'DEPARTAMENTO INATIVO' TO                 00007210
                             REJ2-DESCRICAO-MOTIVO                      00007220
                     END-IF                                             00007230
             END-READ.                                                  00007240
       0216-99-FIM.            EXIT.                                    00007250
      *---------------------------------------------------              00007260
       0205-ATRIBUIR-ID                   SECTION.                      00007270
      *    ATRIBUI O PROXIMO NUMERO DA SEQUENCIA DESTE PROGRAMA AO      00007280
      *    CARTAO DE INCLUSAO COM ID EM BRANCO/ZERO, VIA SERVICO        00007290
      *    CHAMAVEL DE SEQUENCIAL (FR05CB34). O NUMERO ATRIBUIDO        00007300
      *    SAI NO SYSOUT E NA IMAGEM DA TRILHA DE AUDITORIA             00007310
      *---------------------------------------------------              00007320
             MOVE 'FR05CB04' TO SRV-CONT-PROGRAMA.                      00007330
             CALL 'FR05CB34' USING CPSRV01-AREA.                        00007340
             IF SRV-CONT-OK                                             00007350
                 MOVE SRV-CONT-VALOR TO WRK-ID                          00007360
                 DISPLAY ' ID ATRIBUIDO PELO SEQUENCIAL: ' WRK-ID       00007370
             ELSE                                                       00007380
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007390
                 MOVE 06 TO REJ2-CODIGO-MOTIVO                          00007400
                 MOVE 'SEQUENCIAL INDISPONIVEL OU NO LIMITE' TO         00007410
                     REJ2-DESCRICAO-MOTIVO                              00007420
             END-IF.                                                    00007430
      *---------------------------------------------------              00007440
       0217-GRAVA-CAPACIDADE              SECTION.                      00007450
      *    CARTAO 'C' FIXA O TETO DE CLIENTES DA CARTEIRA DO            00007460
      *    GERENTE (PRIMEIRAS CINCO POSICOES DAS COLUNAS DE NOME)       00007470
      *    - ZERO LIMPA O TETO; A CRITICA DE CAPACIDADE E FEITA         00007480
      *    NA ATRIBUICAO (FR05CB05/FR05CB20) E O BALANCO DE             00007490
      *    CARTEIRAS SAI NA FR05CB87                                    00007500
      *---------------------------------------------------              00007510
             IF WRK-CAPACIDADE NOT NUMERIC                              00007520
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007530
                 MOVE 06 TO REJ2-CODIGO-MOTIVO                          00007540
                 MOVE 'CAPACIDADE INVALIDA' TO                          00007550
                     REJ2-DESCRICAO-MOTIVO                              00007560
                 GO TO 0217-99-FIM                                      00007570
             END-IF.                                                    00007580
             MOVE WRK-ID TO EMP-ID.                                     00007590
             READ EMPREGADO-MASTER                                      00007600
                 INVALID KEY                                            00007610
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00007620
                     MOVE 06 TO REJ2-CODIGO-MOTIVO                      00007630
                     MOVE 'EMPREGADO INEXISTENTE' TO                    00007640
                         REJ2-DESCRICAO-MOTIVO                          00007650
                 NOT INVALID KEY                                        00007660
                     MOVE SPACES TO WRK-IMG-ANTERIOR                    00007670
                     MOVE CPEMPR01-REGISTRO TO WRK-IMG-ANTERIOR         00007680
                     MOVE WRK-CAPACIDADE                                00007690
                         TO EMP-CAPACIDADE-CLI                          00007700
                     REWRITE CPEMPR01-REGISTRO                          00007710
                     PERFORM 0230-GRAVAR-BACKOUT                        00007720
             END-READ.                                                  00007730
       0217-99-FIM.            EXIT.                                    00007740
      *---------------------------------------------------              00007750
       0220-GRAVA-REJEITO                 SECTION.                      00007760
             MOVE 'FR05CB04' TO REJ2-PROGRAMA.                          00007770
             MOVE WRK-REGISTRO TO REJ2-REGISTRO-ORIGINAL.               00007780
             WRITE CPREJ02-REGISTRO.                                    00007790
      *---------------------------------------------------              00007800
       0900-GRAVAR-AUDITORIA              SECTION.                      00007810
             MOVE 'FR05CB04' TO AUD-PROGRAMA.                           00007820
             ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                  00007830
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00007840
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00007850
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00007860
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00007870
             MOVE WRK-ENV-LOTE-ATUAL  TO AUD-NUM-LOTE.                  00007880
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00007890
             WRITE CPAUD01-REGISTRO.                                    00007900
      *---------------------------------------------------              00007910
       0300-FINALIZAR                     SECTION.                      00007920
             MOVE WRK-CONT-LIDOS TO WRK-CKPT-CONT-LIDOS.                00007930
             PERFORM 0106-FINALIZAR-CHECKPOINT.                         00007940
             PERFORM 0310-GRAVA-CONTROLE.                               00007950
             MOVE WRK-CONT-LIDOS                                        00007960
                 TO WRK-STT-REGISTROS.                                  00007970
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00007980
             CLOSE EMPREGADO-MASTER.                                    00007990
             CLOSE HISTDEP.                                             00008000
             CLOSE DEPARTAMENTO-MST.                                    00008010
             CLOSE REJEITO-INTAKE.                                      00008020
             CLOSE AUDITORIA.                                           00008030
             CLOSE BACKOUT.                                             00008040
             CLOSE ENTRADA-SYSIN.                                       00008050
             CLOSE CONTROLE.                                            00008060
             DISPLAY '==========================='.                     00008070
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00008080
             DISPLAY 'TOTAL ACEITOS....: ' WRK-CONT-ACEITOS.            00008090
             DISPLAY 'TOTAL REJEITADOS.: ' WRK-CONT-REJEITADOS.         00008100
             DISPLAY '==========================='.                     00008110
             STOP RUN.                                                  00008120
      *---------------------------------------------------              00008130
       0310-GRAVA-CONTROLE                SECTION.                      00008140
      *    GRAVA O REGISTRO DE TOTAIS DE CONTROLE DESTA EXECUCAO        00008150
      *    PARA O RELATORIO CONSOLIDADO DE FIM DE DIA (FR05CB14)        00008160
      *---------------------------------------------------              00008170
             MOVE WRK-CAB-PROGRAMA    TO CTL-PROGRAMA.                  00008180
             MOVE SPACES              TO CTL-DATA-HORA.                 00008190
             MOVE WRK-CONT-LIDOS      TO CTL-QTD-LIDOS.                 00008200
             MOVE WRK-CONT-ACEITOS    TO CTL-QTD-GRAVADOS.              00008210
             MOVE WRK-CONT-REJEITADOS TO CTL-QTD-REJEITADOS.            00008220
             MOVE ZEROS               TO CTL-QTD-DUPLICADOS.            00008230
            MOVE ZEROS               TO CTL-QTD-FILTRADOS.              00008240
             MOVE ZEROS               TO CTL-HASH-TOTAL.                00008250
             MOVE ZERO                TO CTL-QTD-FONTES.                00008260
             WRITE CPCTRL01-REGISTRO.                                   00008270
      *---------------------------------------------------              00008280
       9000-TRATA-ERROS                   SECTION.                      00008290
      *---------------------------------------------------              00008300
             PERFORM 9050-GRAVAR-ERRLOG.                                00008310
             DISPLAY '------------------'.                              00008320
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00008330
             STOP RUN.                                                  00008340
      *--------------------------------------------------------------   00008350
       9000-99-FIM.            EXIT.                                    00008360
      *--------------------------------------------------------------   00008370
                                                                        00008380
                                                                        00008390
