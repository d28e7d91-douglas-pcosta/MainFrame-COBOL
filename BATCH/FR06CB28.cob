      *=========================================*                       00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=========================================*                       00000030
                                                                        00000040
       PROGRAM-ID.  FR06CB28.                                           00000050
                                                                        00000060
      *=======================================================*         00000070
      *     AUTOR   : IVAN SANCHES                                      00000080
      *     EMPRESA : FOURSYS                                           00000090
      *-------------------------------------------------------*         00000100
      *     DATA    : 15/10/2026                                        00000110
      *     OBJETIVO: ANONIMIZACAO DOS DADOS PESSOAIS DE UM EX-         00000120
      *               CLIENTE A PEDIDO DO TITULAR (LEI DE PROTECAO      00000130
      *               DE DADOS). CADA CARTAO DA SYSIN TRAZ O ID DO      00000140
      *               CLIENTE E O PROTOCOLO DO PEDIDO. O CLIENTE        00000150
      *               TEM DE ESTAR ENCERRADO NO CLIENTE-MASTER          00000160
      *               (TRANSACAO 'C' DA FR05CB05), SEM SALDO NEM        00000170
      *               TITULO EM ABERTO NO CONTAS A RECEBER E SEM        00000180
      *               PEDIDO NAO FATURADO. NOME, TELEFONE E             00000190
      *               ENDERECO (RUA, NUMERO, BAIRRO, CEP E CIDADE)      00000200
      *               SAO TROCADOS POR 'ANONIMO'/ZEROS EM               00000210
      *               CLIENTE-MASTER, ENDERECO-MASTER, HISTORICO        00000220
      *               DE CLIENTES ARQUIVADOS, HISTORICO DE NOTAS,       00000230
      *               TRILHA DE AUDITORIA (IMAGENS DA FR05CB05,         00000240
      *               FR05CB07 E FR05CB81), EXTRACAO DO CRM E           00000250
      *               COMPROVANTES DE ENTREGA. AO FIM DOS CARTOES,      00000260
      *               UMA VEZ SO PARA TODOS OS CLIENTES ACEITOS, AS     00000270
      *               GERACOES ARQUIVADAS DA TRILHA (ARQAUA, DA         00000280
      *               MAIS ANTIGA PARA A MAIS NOVA) SAO REGRAVADAS      00000290
      *               NUMA GERACAO SUBSTITUTA (ARQAUN), COM A           00000300
      *               CADEIA REFEITA E CONTINUADA NA TRILHA ATIVA;      00000310
      *               O BACKOUT DE CLIENTES DA ULTIMA NOITE             00000320
      *               (ARQBKO) E TRATADO NO LUGAR E AS GERACOES         00000330
      *               ANTERIORES DO BACKOUT (ARQBKA), QUE O JOB         00000340
      *               EXCLUI EM SEGUIDA, SAO SO CONTADAS. VALORES,      00000350
      *               DATAS, CHAVES E A UF (BASE DA APURACAO            00000360
      *               FISCAL) SAO PRESERVADOS - OS TOTAIS CONTABEIS     00000370
      *               NAO MUDAM. IMPRIME UM CERTIFICADO POR CARTAO,     00000380
      *               COM A QUANTIDADE DE REGISTROS ANONIMIZADOS EM     00000390
      *               CADA ARQUIVO. PARM 'T' (ENSAIO) SO CONTA E        00000400
      *               CERTIFICA O QUE SERIA ANONIMIZADO, SEM GRAVAR,    00000410
      *               E TERMINA COM RC=4 - COMO QUANDO NENHUM           00000420
      *               CARTAO E ACEITO - PARA O JOB NAO SEGUIR.          00000430
      *               SO RODA COM O MASTER DE AUTORIZACAO               00000440
      *               IMPLANTADO E O OPERADOR AUTORIZADO                00000450
      *-------------------------------------------------------*         00000460
      *     HISTORICO DE ALTERACOES                                     00000470
      *     DATA        AUTOR   DESCRICAO                               00000480
      *     ----------  ------  --------------------------------        00000490
      *     15/10/2026  IVS     PROGRAMA INICIAL                        00000500
      *     15/10/2026  IVS     REENCADEIA A TRILHA DE AUDITORIA APOS   00000510
      *                         TRATAR AS IMAGENS E SO RODA COM A       00000520
      *                         CADEIA INTEGRA (CPAUD02/CPAUD03)        00000530
      *     15/10/2026  IVS     VISAO DA IMAGEM ARQUIVADA ACOMPANHA O   00000540
      *                         CPCLH01 DE 89 POSICOES                  00000550
      *     15/10/2026  IVS     ANONIMIZA TAMBEM AS GERACOES ARQUIVADAS 00000560
      *                         DA TRILHA (GERACAO SUBSTITUTA           00000570
      *                         REENCADEADA) E O BACKOUT DE CLIENTES;   00000580
      *                         CERTIFICADOS IMPRESSOS AO FIM DOS       00000590
      *                         CARTOES, COM OS NOVOS ARQUIVOS          00000600
      *=======================================================*         00000610
                                                                        00000620
      *=======================================================*         00000630
       ENVIRONMENT                               DIVISION.              00000640
      *=======================================================*         00000650
       INPUT-OUTPUT                              SECTION.               00000660
       FILE-CONTROL.                                                    00000670
             SELECT CLIENTE-MASTER ASSIGN TO ARQCLI                     00000680
                ORGANIZATION IS INDEXED                                 00000690
                ACCESS MODE  IS DYNAMIC                                 00000700
                RECORD KEY   IS CLI-ID                                  00000710
                FILE STATUS  IS WRK-FS-CLIENTE.                         00000720
                                                                        00000730
             SELECT ENDERECO-MASTER ASSIGN TO ARQEND                    00000740
                ORGANIZATION IS INDEXED                                 00000750
                ACCESS MODE  IS DYNAMIC                                 00000760
                RECORD KEY   IS END-CLI-ID                              00000770
                FILE STATUS  IS WRK-FS-ENDERECO.                        00000780
                                                                        00000790
             SELECT NOTAHIST ASSIGN TO ARQNFH                           00000800
                ORGANIZATION IS INDEXED                                 00000810
                ACCESS MODE  IS DYNAMIC                                 00000820
                RECORD KEY   IS NFH-CHAVE                               00000830
                FILE STATUS  IS WRK-FS-NOTAHIST.                        00000840
                                                                        00000850
             SELECT ENTREGAS ASSIGN TO ARQENT                           00000860
                ORGANIZATION IS INDEXED                                 00000870
                ACCESS MODE  IS DYNAMIC                                 00000880
                RECORD KEY   IS ENT-NOTA                                00000890
                FILE STATUS  IS WRK-FS-ENTREGAS.                        00000900
                                                                        00000910
             SELECT CONTASREC ASSIGN TO ARQREC                          00000920
                ORGANIZATION IS INDEXED                                 00000930
                ACCESS MODE  IS DYNAMIC                                 00000940
                RECORD KEY   IS REC-CHAVE                               00000950
                FILE STATUS  IS WRK-FS-CONTASREC.                       00000960
                                                                        00000970
             SELECT PEDIDO-CABEC ASSIGN TO ARQPDC                       00000980
                ORGANIZATION IS INDEXED                                 00000990
                ACCESS MODE  IS DYNAMIC                                 00001000
                RECORD KEY   IS PDC-NUMERO                              00001010
                FILE STATUS  IS WRK-FS-PEDCAB.                          00001020
                                                                        00001030
             SELECT HISTCLI  ASSIGN TO ARQHCLI                          00001040
                FILE STATUS  IS WRK-FS-HISTCLI.                         00001050
                                                                        00001060
             SELECT AUDITORIA ASSIGN TO ARQAUD                          00001070
                FILE STATUS  IS WRK-FS-AUDITORIA.                       00001080
                                                                        00001090
             SELECT AUDITORIA-ARQ ASSIGN TO ARQAUA                      00001100
                FILE STATUS  IS WRK-FS-AUD-ARQ.                         00001110
                                                                        00001120
             SELECT AUDITORIA-NOVA ASSIGN TO ARQAUN                     00001130
                FILE STATUS  IS WRK-FS-AUD-NOVA.                        00001140
                                                                        00001150
             SELECT BACKOUT  ASSIGN TO ARQBKO                           00001160
                FILE STATUS  IS WRK-FS-BACKOUT.                         00001170
                                                                        00001180
             SELECT BACKOUT-ANT ASSIGN TO ARQBKA                        00001190
                FILE STATUS  IS WRK-FS-BACKOUT-ANT.                     00001200
                                                                        00001210
             SELECT CRMOUT   ASSIGN TO ARQCRM                           00001220
                FILE STATUS  IS WRK-FS-CRMOUT.                          00001230
                                                                        00001240
             SELECT ENTRADA-SYSIN ASSIGN TO SYSIN                       00001250
                FILE STATUS  IS WRK-FS-SYSIN.                           00001260
                                                                        00001270
             SELECT RELANON  ASSIGN TO ARQRPT                           00001280
                FILE STATUS  IS WRK-FS-RELATORIO.                       00001290
                                                                        00001300
             SELECT ERRLOG   ASSIGN TO ARQERR                           00001310
                FILE STATUS  IS WRK-FS-ERRLOG.                          00001320
                                                                        00001330
             SELECT CALENDARIO ASSIGN TO ARQCAL                         00001340
                ORGANIZATION IS INDEXED                                 00001350
                ACCESS MODE  IS DYNAMIC                                 00001360
                RECORD KEY   IS CAL-DATA                                00001370
                FILE STATUS  IS WRK-FS-CALEND.                          00001380
                                                                        00001390
             SELECT ESTATIS  ASSIGN TO ARQSTT                           00001400
                FILE STATUS  IS WRK-FS-ESTATIS.                         00001410
      *    AS GERACOES ARQUIVADAS E A SUBSTITUTA SAO LIDAS E            00001420
      *    GRAVADAS NA AREA DO CPAUD01, E O BACKOUT ANTERIOR NA         00001430
      *    DO CPBKO01, PARA USAR AS MESMAS ROTINAS DE TRATAMENTO        00001440
       I-O-CONTROL.                                                     00001450
             SAME RECORD AREA FOR AUDITORIA AUDITORIA-ARQ               00001460
                                  AUDITORIA-NOVA                        00001470
             SAME RECORD AREA FOR BACKOUT BACKOUT-ANT.                  00001480
      *=======================================================*         00001490
       DATA                                      DIVISION.              00001500
      *=======================================================*         00001510
       FILE                                      SECTION.               00001520
       FD CLIENTE-MASTER.                                               00001530
           COPY CPCLIE01.                                               00001540
                                                                        00001550
       FD ENDERECO-MASTER.                                              00001560
           COPY CPEND01.                                                00001570
                                                                        00001580
       FD NOTAHIST.                                                     00001590
           COPY CPNFH01.                                                00001600
                                                                        00001610
       FD ENTREGAS.                                                     00001620
           COPY CPENT01.                                                00001630
                                                                        00001640
       FD CONTASREC.                                                    00001650
           COPY CPREC01.                                                00001660
                                                                        00001670
       FD PEDIDO-CABEC.                                                 00001680
           COPY CPPDC01.                                                00001690
                                                                        00001700
       FD HISTCLI                                                       00001710
           RECORDING MODE IS F                                          00001720
           BLOCK CONTAINS 0 RECORDS.                                    00001730
           COPY CPCLH01.                                                00001740
                                                                        00001750
       FD AUDITORIA                                                     00001760
           RECORDING MODE IS F                                          00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
           COPY CPAUD01.                                                00001790
                                                                        00001800
       FD AUDITORIA-ARQ                                                 00001810
           RECORDING MODE IS F                                          00001820
           BLOCK CONTAINS 0 RECORDS.                                    00001830
       01 AUA-REGISTRO               PIC X(154).                        00001840
                                                                        00001850
       FD AUDITORIA-NOVA                                                00001860
           RECORDING MODE IS F                                          00001870
           BLOCK CONTAINS 0 RECORDS.                                    00001880
       01 AUN-REGISTRO               PIC X(154).                        00001890
                                                                        00001900
       FD BACKOUT                                                       00001910
           RECORDING MODE IS F                                          00001920
           BLOCK CONTAINS 0 RECORDS.                                    00001930
           COPY CPBKO01.                                                00001940
                                                                        00001950
       FD BACKOUT-ANT                                                   00001960
           RECORDING MODE IS F                                          00001970
           BLOCK CONTAINS 0 RECORDS.                                    00001980
       01 BKA-REGISTRO               PIC X(130).                        00001990
                                                                        00002000
       FD CRMOUT                                                        00002010
           RECORDING MODE IS F                                          00002020
           BLOCK CONTAINS 0 RECORDS.                                    00002030
           COPY CPCRM01.                                                00002040
                                                                        00002050
       FD ENTRADA-SYSIN                                                 00002060
           RECORDING MODE IS F                                          00002070
           BLOCK CONTAINS 0 RECORDS.                                    00002080
       01 SYSIN-REGISTRO             PIC X(080).                        00002090
                                                                        00002100
       FD RELANON                                                       00002110
           RECORDING MODE IS F                                          00002120
           BLOCK CONTAINS 0 RECORDS.                                    00002130
       01 REL-LINHA                  PIC X(132).                        00002140
                                                                        00002150
       FD ERRLOG.                                                       00002160
           COPY CPERRL01.                                               00002170
                                                                        00002180
       FD CALENDARIO.                                                   00002190
           COPY CPCAL01.                                                00002200
                                                                        00002210
       FD ESTATIS                                                       00002220
           RECORDING MODE IS F                                          00002230
           BLOCK CONTAINS 0 RECORDS.                                    00002240
           COPY CPSTA01.                                                00002250
                                                                        00002260
       WORKING-STORAGE                           SECTION.               00002270
       01 WRK-REGISTRO.                                                 00002280
          05 WRK-CLI-ID      PIC 9(005)       VALUE ZEROS.              00002290
          05 WRK-CLI-ID-X    REDEFINES WRK-CLI-ID                       00002300
                             PIC X(005).                                00002310
          05 WRK-PROTOCOLO   PIC X(020)       VALUE SPACES.             00002320
          05 FILLER          PIC X(055)       VALUE SPACES.             00002330
      *---------------------------------------------------              00002340
      *    VISOES DAS IMAGENS GRAVADAS NO HISTORICO DE CLIENTES         00002350
      *    E NA TRILHA DE AUDITORIA, POR PROGRAMA DE ORIGEM             00002360
      *---------------------------------------------------              00002370
       01 WRK-IMG-ARQUIVADA.                                            00002380
          05 WRK-IMA-ID           PIC 9(05).                            00002390
          05 WRK-IMA-NOME         PIC X(30).                            00002400
          05 WRK-IMA-TELEFONE     PIC 9(10).                            00002410
          05 FILLER               PIC X(44).                            00002420
      *    IMAGEM ANTERIOR DO CLIENTE NO BACKOUT (CPCLIE01)             00002430
       01 WRK-IMG-BACKOUT.                                              00002440
          05 WRK-IMB-ID           PIC 9(05).                            00002450
          05 WRK-IMB-NOME         PIC X(30).                            00002460
          05 WRK-IMB-TELEFONE     PIC 9(10).                            00002470
          05 FILLER               PIC X(55).                            00002480
                                                                        00002490
       01 WRK-IMAGEM              PIC X(80).                            00002500
      *    CARTAO DA FR05CB05 (CLIENTE)                                 00002510
       01 WRK-IMG-CLIENTE REDEFINES WRK-IMAGEM.                         00002520
          05 WRK-IMC-TIPO         PIC X(01).                            00002530
          05 WRK-IMC-ID           PIC X(05).                            00002540
          05 WRK-IMC-NOME         PIC X(30).                            00002550
          05 WRK-IMC-TELEFONE     PIC X(10).                            00002560
          05 FILLER               PIC X(34).                            00002570
      *    CARTAO DA FR05CB07 (ENDERECO)                                00002580
       01 WRK-IMG-ENDERECO REDEFINES WRK-IMAGEM.                        00002590
          05 WRK-IME-NOME         PIC X(15).                            00002600
          05 WRK-IME-RUA          PIC X(15).                            00002610
          05 WRK-IME-NUMERO       PIC X(05).                            00002620
          05 WRK-IME-BAIRRO       PIC X(10).                            00002630
          05 WRK-IME-CEP          PIC X(08).                            00002640
          05 WRK-IME-CIDADE       PIC X(15).                            00002650
          05 WRK-IME-UF           PIC X(02).                            00002660
          05 WRK-IME-ID           PIC X(05).                            00002670
          05 FILLER               PIC X(05).                            00002680
      *    DETALHE DO FEED DE RETORNO DO CRM (FR05CB81) - A             00002690
      *    IMAGEM GUARDA SO AS 80 PRIMEIRAS POSICOES                    00002700
       01 WRK-IMG-CRM REDEFINES WRK-IMAGEM.                             00002710
          05 WRK-IMR-TIPO         PIC X(01).                            00002720
          05 WRK-IMR-ID           PIC X(05).                            00002730
          05 WRK-IMR-NOME         PIC X(30).                            00002740
          05 WRK-IMR-TELEFONE     PIC X(10).                            00002750
          05 WRK-IMR-GERENTE      PIC X(15).                            00002760
          05 WRK-IMR-RUA          PIC X(15).                            00002770
          05 WRK-IMR-BAIRRO       PIC X(04).                            00002780
                                                                        00002790
       77 WRK-FS-CLIENTE           PIC X(02) VALUE SPACES.              00002800
       77 WRK-FS-ENDERECO          PIC X(02) VALUE SPACES.              00002810
       77 WRK-FS-NOTAHIST          PIC X(02) VALUE SPACES.              00002820
       77 WRK-FS-ENTREGAS          PIC X(02) VALUE SPACES.              00002830
       77 WRK-FS-CONTASREC         PIC X(02) VALUE SPACES.              00002840
       77 WRK-FS-PEDCAB            PIC X(02) VALUE SPACES.              00002850
       77 WRK-FS-HISTCLI           PIC X(02) VALUE SPACES.              00002860
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.              00002870
       77 WRK-FS-AUD-ARQ           PIC X(02) VALUE SPACES.              00002880
       77 WRK-FS-AUD-NOVA          PIC X(02) VALUE SPACES.              00002890
       77 WRK-FS-BACKOUT           PIC X(02) VALUE SPACES.              00002900
       77 WRK-FS-BACKOUT-ANT       PIC X(02) VALUE SPACES.              00002910
       77 WRK-FS-CRMOUT            PIC X(02) VALUE SPACES.              00002920
       77 WRK-FS-SYSIN             PIC X(02) VALUE SPACES.              00002930
       77 WRK-FS-RELATORIO         PIC X(02) VALUE SPACES.              00002940
       77 WRK-ANONIMO              PIC X(07) VALUE 'ANONIMO'.           00002950
       77 WRK-MOTIVO               PIC X(40) VALUE SPACES.              00002960
       77 WRK-DATA-ATUAL           PIC 9(08) VALUE ZERO.                00002970
       77 WRK-HORA-ATUAL           PIC 9(08) VALUE ZERO.                00002980
       77 WRK-MSG                  PIC X(50) VALUE SPACES.              00002990
       77 WRK-IDX-ARQ              PIC 9(02) COMP VALUE ZERO.           00003000
       77 WRK-CONT-LIDOS           PIC 9(07) COMP VALUE ZERO.           00003010
       77 WRK-CONT-ANONIMIZADOS    PIC 9(07) COMP VALUE ZERO.           00003020
       77 WRK-CONT-RECUSADOS       PIC 9(07) COMP VALUE ZERO.           00003030
       77 WRK-MAX-CARTOES          PIC 9(03) COMP VALUE 200.            00003040
       77 WRK-QTD-CARTOES          PIC 9(03) COMP VALUE ZERO.           00003050
       77 WRK-IDX-CRT              PIC 9(03) COMP VALUE ZERO.           00003060
       77 WRK-IDX-CRT-ACH          PIC 9(03) COMP VALUE ZERO.           00003070
       77 WRK-IDX-QTD              PIC 9(02) COMP VALUE ZERO.           00003080
       77 WRK-ELO-HASH-ANTERIOR    PIC 9(18) VALUE ZERO.                00003090
       01 WRK-SW-VALIDO.                                                00003100
          05 WRK-SW-VALIDO-IND       PIC X(01) VALUE 'S'.               00003110
             88 WRK-REGISTRO-VALIDO        VALUE 'S'.                   00003120
             88 WRK-REGISTRO-INVALIDO      VALUE 'N'.                   00003130
       01 WRK-SW-IMAGEM.                                                00003140
          05 WRK-SW-IMAGEM-IND       PIC X(01) VALUE 'N'.               00003150
             88 WRK-IMAGEM-TRATADA         VALUE 'S'.                   00003160
             88 WRK-IMAGEM-MANTIDA         VALUE 'N'.                   00003170
       01 WRK-SW-CADEIA.                                                00003180
          05 WRK-SW-CADEIA-IND       PIC X(01) VALUE 'N'.               00003190
             88 WRK-CADEIA-REFEITA         VALUE 'S'.                   00003200
             88 WRK-CADEIA-MANTIDA         VALUE 'N'.                   00003210
       01 WRK-SW-ENSAIO.                                                00003220
          05 WRK-SW-ENSAIO-IND       PIC X(01) VALUE 'N'.               00003230
             88 WRK-ENSAIO-LIGADO          VALUE 'S'.                   00003240
             88 WRK-ENSAIO-DESLIGADO       VALUE 'N'.                   00003250
       01 WRK-SW-ANT-ELO.                                               00003260
          05 WRK-SW-ANT-ELO-IND      PIC X(01) VALUE 'N'.               00003270
             88 WRK-ANTERIOR-E-ELO         VALUE 'S'.                   00003280
             88 WRK-ANTERIOR-NAO-E-ELO     VALUE 'N'.                   00003290
       01 WRK-SW-ORIGEM.                                                00003300
          05 WRK-SW-ORIGEM-IND       PIC X(01) VALUE 'T'.               00003310
             88 WRK-ORIGEM-TRILHA          VALUE 'T'.                   00003320
             88 WRK-ORIGEM-BACKOUT         VALUE 'B'.                   00003330
      *---------------------------------------------------              00003340
      *    ARQUIVOS COBERTOS PELA ANONIMIZACAO, NA ORDEM DO             00003350
      *    CERTIFICADO: NOME DO ARQUIVO E CAMPOS TRATADOS               00003360
      *---------------------------------------------------              00003370
       01 WRK-TAB-ARQUIVOS-VAL.                                         00003380
          05 FILLER PIC X(30) VALUE 'CLIENTE-MASTER'.                   00003390
          05 FILLER PIC X(40) VALUE 'NOME, TELEFONE'.                   00003400
          05 FILLER PIC X(30) VALUE 'ENDERECO-MASTER'.                  00003410
          05 FILLER PIC X(40) VALUE                                     00003420
             'RUA, NUMERO, BAIRRO, CEP, CIDADE'.                        00003430
          05 FILLER PIC X(30) VALUE 'HISTORICO DE CLIENTES'.            00003440
          05 FILLER PIC X(40) VALUE 'NOME, TELEFONE'.                   00003450
          05 FILLER PIC X(30) VALUE 'HISTORICO DE NOTAS'.               00003460
          05 FILLER PIC X(40) VALUE 'NOME DO CLIENTE'.                  00003470
          05 FILLER PIC X(30) VALUE 'TRILHA DE AUDITORIA'.              00003480
          05 FILLER PIC X(40) VALUE                                     00003490
             'NOME, TELEFONE E ENDERECO NA IMAGEM'.                     00003500
          05 FILLER PIC X(30) VALUE 'EXTRACAO DO CRM'.                  00003510
          05 FILLER PIC X(40) VALUE                                     00003520
             'NOME, TELEFONE, ENDERECO (MENOS UF)'.                     00003530
          05 FILLER PIC X(30) VALUE 'COMPROVANTES DE ENTREGA'.          00003540
          05 FILLER PIC X(40) VALUE 'NOME DO CLIENTE, RECEBEDOR'.       00003550
          05 FILLER PIC X(30) VALUE 'TRILHA DE AUDITORIA ARQUIVADA'.    00003560
          05 FILLER PIC X(40) VALUE                                     00003570
             'IMAGENS, EM GERACAO SUBSTITUTA'.                          00003580
          05 FILLER PIC X(30) VALUE 'BACKOUT DE CLIENTES'.              00003590
          05 FILLER PIC X(40) VALUE                                     00003600
             'NOME, TELEFONE NA IMAGEM ANTERIOR'.                       00003610
          05 FILLER PIC X(30) VALUE 'BACKOUT DE NOITES ANTERIORES'.     00003620
          05 FILLER PIC X(40) VALUE                                     00003630
             'GERACOES EXCLUIDAS APOS A ANONIMIZACAO'.                  00003640
       01 WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-VAL.              00003650
          05 WRK-ARQ OCCURS 10 TIMES.                                   00003660
             10 WRK-ARQ-NOME      PIC X(30).                            00003670
             10 WRK-ARQ-CAMPOS    PIC X(40).                            00003680
       01 WRK-TAB-QUANTIDADES.                                          00003690
          05 WRK-QTD-ANON         PIC 9(07) OCCURS 10 TIMES.            00003700
      *---------------------------------------------------              00003710
      *    CARTOES LIDOS, GUARDADOS PARA O TRATAMENTO DAS               00003720
      *    TRILHAS E DO BACKOUT AO FIM (0600) E PARA A                  00003730
      *    IMPRESSAO DOS CERTIFICADOS (0700)                            00003740
      *---------------------------------------------------              00003750
       01 WRK-TAB-CARTOES.                                              00003760
          05 WRK-CRT OCCURS 200 TIMES.                                  00003770
             10 WRK-CRT-REGISTRO      PIC X(80).                        00003780
             10 WRK-CRT-VALIDO-IND    PIC X(01).                        00003790
             10 WRK-CRT-MOTIVO        PIC X(40).                        00003800
             10 WRK-CRT-QUANTIDADES.                                    00003810
                15 WRK-CRT-QTD        PIC 9(07) OCCURS 10 TIMES.        00003820
      *---------------------------------------------------              00003830
      *    LINHAS DO CERTIFICADO                                        00003840
      *---------------------------------------------------              00003850
       01 WRK-SEPARA.                                                   00003860
          05 FILLER PIC X(110) VALUE ALL '='.                           00003870
                                                                        00003880
       01 WRK-CABEC1.                                                   00003890
          05 FILLER               PIC X(55) VALUE                       00003900
             'CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS - DATA: '.  00003910
          05 WRK-REL-DATA         PIC 9(08).                            00003920
                                                                        00003930
       01 WRK-LINHA-INFO.                                               00003940
          05 FILLER               PIC X(04) VALUE SPACES.               00003950
          05 WRK-INF-ROTULO       PIC X(18).                            00003960
          05 WRK-INF-VALOR        PIC X(60).                            00003970
                                                                        00003980
       01 WRK-CABEC-ARQ.                                                00003990
          05 FILLER PIC X(04) VALUE SPACES.                             00004000
          05 FILLER PIC X(30) VALUE 'ARQUIVO'.                          00004010
          05 FILLER PIC X(11) VALUE 'REGISTROS'.                        00004020
          05 FILLER PIC X(40) VALUE 'CAMPOS TRATADOS'.                  00004030
                                                                        00004040
       01 WRK-LINHA-ARQ.                                                00004050
          05 FILLER               PIC X(04) VALUE SPACES.               00004060
          05 WRK-LAR-NOME         PIC X(30).                            00004070
          05 WRK-LAR-QTD          PIC Z(6)9.                            00004080
          05 FILLER               PIC X(04) VALUE SPACES.               00004090
          05 WRK-LAR-CAMPOS       PIC X(40).                            00004100
                                                                        00004110
       01 WRK-RODAPE.                                                   00004120
          05 FILLER               PIC X(04) VALUE SPACES.               00004130
          05 FILLER               PIC X(40) VALUE                       00004140
             'VALORES, DATAS, CHAVES E UF PRESERVADOS'.                 00004150
          05 FILLER               PIC X(32) VALUE                       00004160
             ' - TOTAIS CONTABEIS INALTERADOS'.                         00004170
       COPY CPAUT02.                                                    00004180
       COPY CPAUD02.                                                    00004190
       COPY CPCAB01.                                                    00004200
       COPY CPERR01.                                                    00004210
       COPY CPDTA01.                                                    00004220
       COPY CPSTT01.                                                    00004230
      *---------------------------------------------------              00004240
       LINKAGE                                    SECTION.              00004250
      *---------------------------------------------------              00004260
       01 WRK-PARM-RESTART.                                             00004270
          05 WRK-PARM-TAM             PIC S9(04) COMP.                  00004280
          05 WRK-PARM-DADOS           PIC X(66).                        00004290
      *=========================================*                       00004300
       PROCEDURE DIVISION USING WRK-PARM-RESTART.                       00004310
      *=========================================*                       00004320
                                                                        00004330
      *---------------------------------------------------              00004340
       0000-PRINCIPAL                     SECTION.                      00004350
      *---------------------------------------------------              00004360
             PERFORM 0100-INICIAR.                                      00004370
             PERFORM 0200-PROCESSAR                                     00004380
                 UNTIL WRK-FS-SYSIN EQUAL '10'.                         00004390
             PERFORM 0300-FINALIZAR.                                    00004400
      *---------------------------------------------------              00004410
       0000-99-FIM.            EXIT.                                    00004420
      *---------------------------------------------------              00004430
                                                                        00004440
       0100-INICIAR                       SECTION.                      00004450
             MOVE 'FR06CB28' TO WRK-CAB-PROGRAMA.                       00004460
             PERFORM 0101-CABECALHO-PADRAO.                             00004470
             PERFORM 0135-CONFERIR-ACESSO.                              00004480
             PERFORM 0132-OBTER-DATA-NEGOCIO.                           00004490
             PERFORM 0131-INICIAR-ESTATISTICA.                          00004500
             MOVE WRK-DATA-NEGOCIO TO WRK-STT-DATA-INI.                 00004510
             IF WRK-PARM-TAM > ZERO                                     00004520
                AND WRK-PARM-DADOS (1:1) EQUAL 'T'                      00004530
                 SET WRK-ENSAIO-LIGADO TO TRUE                          00004540
                 DISPLAY ' MODO ENSAIO - NADA SERA GRAVADO '            00004550
                         'NOS ARQUIVOS'                                 00004560
             END-IF.                                                    00004570
             IF WRK-ENSAIO-LIGADO                                       00004580
                 OPEN INPUT CLIENTE-MASTER                              00004590
                 OPEN INPUT ENDERECO-MASTER                             00004600
                 OPEN INPUT NOTAHIST                                    00004610
                 OPEN INPUT ENTREGAS                                    00004620
             ELSE                                                       00004630
                 OPEN I-O CLIENTE-MASTER                                00004640
                 OPEN I-O ENDERECO-MASTER                               00004650
                 OPEN I-O NOTAHIST                                      00004660
                 OPEN I-O ENTREGAS                                      00004670
             END-IF.                                                    00004680
             OPEN INPUT CONTASREC.                                      00004690
             OPEN INPUT PEDIDO-CABEC.                                   00004700
             OPEN INPUT ENTRADA-SYSIN.                                  00004710
             OPEN OUTPUT RELANON.                                       00004720
             PERFORM 0110-TESTAR-STATUS.                                00004730
             PERFORM 0140-CONFERIR-CADEIA-AUDITORIA.                    00004740
             MOVE WRK-DATA-NEGOCIO TO WRK-REL-DATA.                     00004750
      *---------------------------------------------------              00004760
       0100-99-FIM.            EXIT.                                    00004770
      *---------------------------------------------------              00004780
           COPY CPCAB02.                                                00004790
           COPY CPERR02.                                                00004800
           COPY CPDTA02.                                                00004810
           COPY CPSTT02.                                                00004820
           COPY CPAUD03.                                                00004830
      *---------------------------------------------------              00004840
       0110-TESTAR-STATUS                 SECTION.                      00004850
             IF WRK-FS-CLIENTE NOT EQUAL ZEROS                          00004860
                 MOVE ' ERRO OPEN CLIENTE-MASTER ' TO WRK-MSG           00004870
                 PERFORM 9000-TRATA-ERROS                               00004880
             END-IF.                                                    00004890
             IF WRK-FS-ENDERECO NOT EQUAL ZEROS                         00004900
                 MOVE ' ERRO OPEN ENDERECO-MASTER ' TO WRK-MSG          00004910
                 PERFORM 9000-TRATA-ERROS                               00004920
             END-IF.                                                    00004930
             IF WRK-FS-NOTAHIST NOT EQUAL ZEROS                         00004940
                 MOVE ' ERRO OPEN NOTAHIST ' TO WRK-MSG                 00004950
                 PERFORM 9000-TRATA-ERROS                               00004960
             END-IF.                                                    00004970
             IF WRK-FS-ENTREGAS NOT EQUAL ZEROS                         00004980
                 MOVE ' ERRO OPEN ENTREGAS ' TO WRK-MSG                 00004990
                 PERFORM 9000-TRATA-ERROS                               00005000
             END-IF.                                                    00005010
             IF WRK-FS-CONTASREC NOT EQUAL ZEROS                        00005020
                 MOVE ' ERRO OPEN CONTASREC ' TO WRK-MSG                00005030
                 PERFORM 9000-TRATA-ERROS                               00005040
             END-IF.                                                    00005050
             IF WRK-FS-PEDCAB NOT EQUAL ZEROS                           00005060
                 MOVE ' ERRO OPEN PEDIDO-CABEC ' TO WRK-MSG             00005070
                 PERFORM 9000-TRATA-ERROS                               00005080
             END-IF.                                                    00005090
             IF WRK-FS-SYSIN NOT EQUAL ZEROS                            00005100
                 MOVE ' ERRO OPEN ENTRADA-SYSIN ' TO WRK-MSG            00005110
                 PERFORM 9000-TRATA-ERROS                               00005120
             END-IF.                                                    00005130
             IF WRK-FS-RELATORIO NOT EQUAL ZEROS                        00005140
                 MOVE ' ERRO OPEN RELANON ' TO WRK-MSG                  00005150
                 PERFORM 9000-TRATA-ERROS                               00005160
             END-IF.                                                    00005170
      *---------------------------------------------------              00005180
       0135-CONFERIR-ACESSO               SECTION.                      00005190
      *    CONFERE NO SERVICO DE AUTORIZACAO (FR05CB85) SE O            00005200
      *    OPERADOR DO JOB PODE RODAR A ANONIMIZACAO. A EXECUCAO        00005210
      *    E SUPERVISIONADA: SEM O MASTER DE AUTORIZACAO, OU COM        00005220
      *    O OPERADOR NEGADO, O JOB TERMINA COM RC=12                   00005230
      *---------------------------------------------------              00005240
             MOVE WRK-CAB-OPERADOR TO AUT-CHK-OPERADOR.                 00005250
             MOVE WRK-CAB-PROGRAMA TO AUT-CHK-PROGRAMA.                 00005260
             MOVE SPACE            TO AUT-CHK-TRANSACAO.                00005270
             CALL 'FR05CB85' USING CPAUT02-AREA.                        00005280
             EVALUATE TRUE                                              00005290
                 WHEN AUT-CHK-PERMITIDO                                 00005300
                     CONTINUE                                           00005310
                 WHEN AUT-CHK-SEM-MASTER                                00005320
                     MOVE 12 TO RETURN-CODE                             00005330
                     MOVE ' ERRO SEM MASTER DE AUTORIZACAO '            00005340
                         TO WRK-MSG                                     00005350
                     PERFORM 9000-TRATA-ERROS                           00005360
                 WHEN OTHER                                             00005370
                     MOVE 12 TO RETURN-CODE                             00005380
                     MOVE ' ERRO OPERADOR NAO AUTORIZADO '              00005390
                         TO WRK-MSG                                     00005400
                     PERFORM 9000-TRATA-ERROS                           00005410
             END-EVALUATE.                                              00005420
      *---------------------------------------------------              00005430
       0140-CONFERIR-CADEIA-AUDITORIA     SECTION.                      00005440
      *    A ANONIMIZACAO REENCADEIA AS GERACOES ARQUIVADAS E A         00005450
      *    TRILHA ATIVA (0600). PARA NAO ENCOBRIR UMA ADULTERACAO       00005460
      *    ANTERIOR, A CADEIA INTEIRA - DA GERACAO MAIS ANTIGA          00005470
      *    DO ARQAUA ATE O FIM DA TRILHA ATIVA - TEM DE ESTAR           00005480
      *    INTEGRA ANTES DE QUALQUER CARTAO SER APLICADO -              00005490
      *    CADEIA QUEBRADA TERMINA O JOB COM RC=12, PARA SER            00005500
      *    APURADA PELA VERIFICACAO DA TRILHA (FR06CB29)                00005510
      *---------------------------------------------------              00005520
             MOVE ZEROS TO WRK-AUD-ULT-SEQUENCIA.                       00005530
             MOVE ZEROS TO WRK-AUD-ULT-HASH.                            00005540
             SET WRK-ANTERIOR-NAO-E-ELO TO TRUE.                        00005550
             OPEN INPUT AUDITORIA-ARQ.                                  00005560
             IF WRK-FS-AUD-ARQ EQUAL ZEROS                              00005570
                 PERFORM 0144-CONFERIR-UM-ELO-ARQ                       00005580
                     UNTIL WRK-FS-AUD-ARQ NOT EQUAL ZEROS               00005590
                 CLOSE AUDITORIA-ARQ                                    00005600
             ELSE                                                       00005610
                 IF WRK-FS-AUD-ARQ NOT EQUAL '35'                       00005620
                     MOVE 12 TO RETURN-CODE                             00005630
                     MOVE ' ERRO OPEN AUDITORIA ARQUIVADA ' TO WRK-MSG  00005640
                     PERFORM 9000-TRATA-ERROS                           00005650
                 END-IF                                                 00005660
             END-IF.                                                    00005670
             OPEN INPUT AUDITORIA.                                      00005680
             IF WRK-FS-AUDITORIA EQUAL '35'                             00005690
                 GO TO 0140-99-FIM                                      00005700
             END-IF.                                                    00005710
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00005720
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00005730
                 PERFORM 9000-TRATA-ERROS                               00005740
             END-IF.                                                    00005750
             PERFORM 0141-CONFERIR-UM-ELO                               00005760
                 UNTIL WRK-FS-AUDITORIA NOT EQUAL ZEROS.                00005770
             CLOSE AUDITORIA.                                           00005780
       0140-99-FIM.            EXIT.                                    00005790
      *---------------------------------------------------              00005800
       0141-CONFERIR-UM-ELO               SECTION.                      00005810
             READ AUDITORIA.                                            00005820
             IF WRK-FS-AUDITORIA EQUAL ZEROS                            00005830
                 PERFORM 0145-CONFERIR-ELO                              00005840
             END-IF.                                                    00005850
      *---------------------------------------------------              00005860
       0144-CONFERIR-UM-ELO-ARQ           SECTION.                      00005870
             READ AUDITORIA-ARQ.                                        00005880
             IF WRK-FS-AUD-ARQ EQUAL ZEROS                              00005890
                 PERFORM 0145-CONFERIR-ELO                              00005900
             END-IF.                                                    00005910
      *---------------------------------------------------              00005920
       0145-CONFERIR-ELO                  SECTION.                      00005930
      *    CONFERE O HASH DO REGISTRO E O ELO COM O ANTERIOR. O         00005940
      *    ELO QUE FECHA UMA GERACAO (SITUACAO 'E') VEM REPETIDO        00005950
      *    NO INICIO DA SEGUINTE E DA TRILHA ATIVA (FR05CB15) -         00005960
      *    A REPETICAO SO TEM O PROPRIO HASH CONFERIDO                  00005970
      *---------------------------------------------------              00005980
             IF AUD-ENCADEAMENTO NOT NUMERIC                            00005990
                OR AUD-HASH NOT NUMERIC                                 00006000
                 PERFORM 0142-CADEIA-QUEBRADA                           00006010
             END-IF.                                                    00006020
             PERFORM 0904-CALCULAR-HASH-AUDITORIA.                      00006030
             IF WRK-AUD-HSH-RESULTADO NOT EQUAL AUD-HASH                00006040
                 PERFORM 0142-CADEIA-QUEBRADA                           00006050
             END-IF.                                                    00006060
             IF WRK-ANTERIOR-E-ELO                                      00006070
                AND AUD-ELO-GERACAO                                     00006080
                AND AUD-SEQUENCIA EQUAL WRK-AUD-ULT-SEQUENCIA           00006090
                AND AUD-HASH EQUAL WRK-AUD-ULT-HASH                     00006100
                 GO TO 0145-99-FIM                                      00006110
             END-IF.                                                    00006120
             IF WRK-AUD-ULT-SEQUENCIA > ZERO                            00006130
                AND (AUD-SEQUENCIA NOT EQUAL WRK-AUD-ULT-SEQUENCIA + 1  00006140
                     OR AUD-HASH-ANTERIOR NOT EQUAL WRK-AUD-ULT-HASH)   00006150
                 PERFORM 0142-CADEIA-QUEBRADA                           00006160
             END-IF.                                                    00006170
             IF AUD-ELO-GERACAO                                         00006180
                 SET WRK-ANTERIOR-E-ELO TO TRUE                         00006190
             ELSE                                                       00006200
                 SET WRK-ANTERIOR-NAO-E-ELO TO TRUE                     00006210
             END-IF.                                                    00006220
             MOVE AUD-SEQUENCIA TO WRK-AUD-ULT-SEQUENCIA.               00006230
             MOVE AUD-HASH      TO WRK-AUD-ULT-HASH.                    00006240
       0145-99-FIM.            EXIT.                                    00006250
      *---------------------------------------------------              00006260
       0142-CADEIA-QUEBRADA               SECTION.                      00006270
      *---------------------------------------------------              00006280
             MOVE 12 TO RETURN-CODE.                                    00006290
             MOVE ' ERRO CADEIA DE AUDITORIA QUEBRADA ' TO WRK-MSG.     00006300
             PERFORM 9000-TRATA-ERROS.                                  00006310
      *---------------------------------------------------              00006320
       0200-PROCESSAR                     SECTION.                      00006330
             READ ENTRADA-SYSIN INTO WRK-REGISTRO.                      00006340
             IF WRK-FS-SYSIN EQUAL ZEROS                                00006350
                 ADD 1 TO WRK-CONT-LIDOS                                00006360
                 MOVE ZEROS TO WRK-TAB-QUANTIDADES                      00006370
                 PERFORM 0210-VALIDAR-REGISTRO                          00006380
                 IF WRK-REGISTRO-VALIDO                                 00006390
                     ADD 1 TO WRK-CONT-ANONIMIZADOS                     00006400
                     PERFORM 0400-ANONIMIZAR-CLIENTE                    00006410
                 ELSE                                                   00006420
                     ADD 1 TO WRK-CONT-RECUSADOS                        00006430
                     DISPLAY ' CLIENTE ' WRK-CLI-ID-X                   00006440
                             ' RECUSADO: ' WRK-MOTIVO                   00006450
                 END-IF                                                 00006460
                 PERFORM 0250-GUARDAR-CARTAO                            00006470
             END-IF.                                                    00006480
      *---------------------------------------------------              00006490
       0210-VALIDAR-REGISTRO              SECTION.                      00006500
      *    SO E ANONIMIZADO O CLIENTE ENCERRADO E SEM PENDENCIA         00006510
      *    COMERCIAL OU FINANCEIRA. CLIENTE ARQUIVADO PELA              00006520
      *    FR05CB45 PRECISA SER RESTAURADO E ENCERRADO ANTES            00006530
      *---------------------------------------------------              00006540
             SET WRK-REGISTRO-VALIDO TO TRUE.                           00006550
             MOVE SPACES TO WRK-MOTIVO.                                 00006560
             IF WRK-CLI-ID NOT NUMERIC                                  00006570
                OR WRK-CLI-ID EQUAL ZEROS                               00006580
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006590
                 MOVE 'ID DO CLIENTE INVALIDO' TO WRK-MOTIVO            00006600
                 GO TO 0210-99-FIM                                      00006610
             END-IF.                                                    00006620
             IF WRK-PROTOCOLO EQUAL SPACES                              00006630
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006640
                 MOVE 'PROTOCOLO DO PEDIDO EM BRANCO' TO WRK-MOTIVO     00006650
                 GO TO 0210-99-FIM                                      00006660
             END-IF.                                                    00006670
             MOVE WRK-CLI-ID TO CLI-ID.                                 00006680
             READ CLIENTE-MASTER                                        00006690
                 INVALID KEY                                            00006700
                     SET WRK-REGISTRO-INVALIDO TO TRUE                  00006710
                     MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO        00006720
             END-READ.                                                  00006730
             IF WRK-REGISTRO-INVALIDO                                   00006740
                 GO TO 0210-99-FIM                                      00006750
             END-IF.                                                    00006760
             IF NOT CLI-STAT-ENCERRADO                                  00006770
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006780
                 MOVE 'CLIENTE NAO ENCERRADO' TO WRK-MOTIVO             00006790
                 GO TO 0210-99-FIM                                      00006800
             END-IF.                                                    00006810
             IF CLI-SALDO-ABERTO NUMERIC                                00006820
                AND CLI-SALDO-ABERTO > ZERO                             00006830
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00006840
                 MOVE 'CLIENTE COM SALDO EM ABERTO' TO WRK-MOTIVO       00006850
                 GO TO 0210-99-FIM                                      00006860
             END-IF.                                                    00006870
             PERFORM 0220-CONFERIR-TITULOS.                             00006880
             IF WRK-REGISTRO-INVALIDO                                   00006890
                 GO TO 0210-99-FIM                                      00006900
             END-IF.                                                    00006910
             PERFORM 0230-CONFERIR-PEDIDOS.                             00006920
       0210-99-FIM.            EXIT.                                    00006930
      *---------------------------------------------------              00006940
       0220-CONFERIR-TITULOS              SECTION.                      00006950
      *    VARRE O CONTAS A RECEBER ATRAS DE TITULO EM ABERTO           00006960
      *    DO CLIENTE                                                   00006970
      *---------------------------------------------------              00006980
             MOVE ZEROS TO REC-CHAVE.                                   00006990
             START CONTASREC KEY IS NOT LESS THAN REC-CHAVE             00007000
                 INVALID KEY                                            00007010
                     MOVE '10' TO WRK-FS-CONTASREC                      00007020
             END-START.                                                 00007030
             PERFORM 0221-LER-UM-TITULO                                 00007040
                 UNTIL WRK-FS-CONTASREC NOT EQUAL ZEROS                 00007050
                    OR WRK-REGISTRO-INVALIDO.                           00007060
      *---------------------------------------------------              00007070
       0221-LER-UM-TITULO                 SECTION.                      00007080
             READ CONTASREC NEXT RECORD.                                00007090
             IF WRK-FS-CONTASREC EQUAL ZEROS                            00007100
                AND REC-CLI-ID EQUAL WRK-CLI-ID                         00007110
                AND REC-SIT-ABERTO                                      00007120
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007130
                 MOVE 'CLIENTE COM TITULO EM ABERTO' TO WRK-MOTIVO      00007140
             END-IF.                                                    00007150
      *---------------------------------------------------              00007160
       0230-CONFERIR-PEDIDOS              SECTION.                      00007170
      *    VARRE OS CABECALHOS DE PEDIDO ATRAS DE PEDIDO DO             00007180
      *    CLIENTE AINDA NAO FATURADO (ABERTO, PARCIAL OU EM            00007190
      *    BACKORDER)                                                   00007200
      *---------------------------------------------------              00007210
             MOVE ZEROS TO PDC-NUMERO.                                  00007220
             START PEDIDO-CABEC KEY IS NOT LESS THAN PDC-NUMERO         00007230
                 INVALID KEY                                            00007240
                     MOVE '10' TO WRK-FS-PEDCAB                         00007250
             END-START.                                                 00007260
             PERFORM 0231-LER-UM-PEDIDO                                 00007270
                 UNTIL WRK-FS-PEDCAB NOT EQUAL ZEROS                    00007280
                    OR WRK-REGISTRO-INVALIDO.                           00007290
      *---------------------------------------------------              00007300
       0231-LER-UM-PEDIDO                 SECTION.                      00007310
             READ PEDIDO-CABEC NEXT RECORD.                             00007320
             IF WRK-FS-PEDCAB EQUAL ZEROS                               00007330
                AND PDC-CLI-ID EQUAL WRK-CLI-ID                         00007340
                AND NOT PDC-FATURADO                                    00007350
                 SET WRK-REGISTRO-INVALIDO TO TRUE                      00007360
                 MOVE 'CLIENTE COM PEDIDO EM ABERTO' TO WRK-MOTIVO      00007370
             END-IF.                                                    00007380
      *---------------------------------------------------              00007390
       0250-GUARDAR-CARTAO                SECTION.                      00007400
      *    O CERTIFICADO SO SAI AO FIM (0700), DEPOIS DAS               00007410
      *    TRILHAS E DO BACKOUT, TRATADOS DE UMA VEZ (0600)             00007420
      *---------------------------------------------------              00007430
             IF WRK-QTD-CARTOES >= WRK-MAX-CARTOES                      00007440
                 MOVE 12 TO RETURN-CODE                                 00007450
                 MOVE ' ERRO TABELA DE CARTOES EXCEDIDA ' TO WRK-MSG    00007460
                 PERFORM 9000-TRATA-ERROS                               00007470
             END-IF.                                                    00007480
             ADD 1 TO WRK-QTD-CARTOES.                                  00007490
             MOVE WRK-REGISTRO                                          00007500
                 TO WRK-CRT-REGISTRO (WRK-QTD-CARTOES).                 00007510
             MOVE WRK-SW-VALIDO-IND                                     00007520
                 TO WRK-CRT-VALIDO-IND (WRK-QTD-CARTOES).               00007530
             MOVE WRK-MOTIVO                                            00007540
                 TO WRK-CRT-MOTIVO (WRK-QTD-CARTOES).                   00007550
             MOVE WRK-TAB-QUANTIDADES                                   00007560
                 TO WRK-CRT-QUANTIDADES (WRK-QTD-CARTOES).              00007570
      *---------------------------------------------------              00007580
       0400-ANONIMIZAR-CLIENTE            SECTION.                      00007590
      *    TROCA OS DADOS PESSOAIS DO CLIENTE EM CADA ARQUIVO,          00007600
      *    CONTANDO OS REGISTROS TRATADOS PARA O CERTIFICADO.           00007610
      *    TRILHAS DE AUDITORIA E BACKOUT FICAM PARA O FIM DOS          00007620
      *    CARTOES (0600)                                               00007630
      *---------------------------------------------------              00007640
             PERFORM 0410-ANONIMIZAR-MASTER.                            00007650
             PERFORM 0420-ANONIMIZAR-ENDERECO.                          00007660
             PERFORM 0430-ANONIMIZAR-HISTCLI.                           00007670
             PERFORM 0440-ANONIMIZAR-NOTAS.                             00007680
             PERFORM 0460-ANONIMIZAR-CRM.                               00007690
             PERFORM 0470-ANONIMIZAR-ENTREGAS.                          00007700
             IF WRK-ENSAIO-DESLIGADO                                    00007710
                 PERFORM 0480-AUDITAR-ANONIMIZACAO                      00007720
             END-IF.                                                    00007730
      *---------------------------------------------------              00007740
       0410-ANONIMIZAR-MASTER             SECTION.                      00007750
      *    O REGISTRO JA FOI LIDO PELA VALIDACAO (0210)                 00007760
      *---------------------------------------------------              00007770
             MOVE WRK-ANONIMO TO CLI-NOME.                              00007780
             MOVE ZEROS       TO CLI-TELEFONE.                          00007790
             IF WRK-ENSAIO-DESLIGADO                                    00007800
                 REWRITE CPCLIE01-REGISTRO                              00007810
                     INVALID KEY                                        00007820
                         MOVE 12 TO RETURN-CODE                         00007830
                         MOVE ' ERRO REWRITE CLIENTE-MASTER '           00007840
                             TO WRK-MSG                                 00007850
                         PERFORM 9000-TRATA-ERROS                       00007860
                 END-REWRITE                                            00007870
             END-IF.                                                    00007880
             ADD 1 TO WRK-QTD-ANON (1).                                 00007890
      *---------------------------------------------------              00007900
       0420-ANONIMIZAR-ENDERECO           SECTION.                      00007910
             MOVE WRK-CLI-ID TO END-CLI-ID.                             00007920
             READ ENDERECO-MASTER                                       00007930
                 INVALID KEY                                            00007940
                     GO TO 0420-99-FIM                                  00007950
             END-READ.                                                  00007960
             MOVE WRK-ANONIMO TO END-RUA.                               00007970
             MOVE ZEROS       TO END-NUMERO.                            00007980
             MOVE WRK-ANONIMO TO END-BAIRRO.                            00007990
             MOVE ZEROS       TO END-CEP.                               00008000
             MOVE WRK-ANONIMO TO END-CIDADE.                            00008010
             IF WRK-ENSAIO-DESLIGADO                                    00008020
                 REWRITE CPEND01-REGISTRO                               00008030
                     INVALID KEY                                        00008040
                         MOVE 12 TO RETURN-CODE                         00008050
                         MOVE ' ERRO REWRITE ENDERECO-MASTER '          00008060
                             TO WRK-MSG                                 00008070
                         PERFORM 9000-TRATA-ERROS                       00008080
                 END-REWRITE                                            00008090
             END-IF.                                                    00008100
             ADD 1 TO WRK-QTD-ANON (2).                                 00008110
       0420-99-FIM.            EXIT.                                    00008120
      *---------------------------------------------------              00008130
       0430-ANONIMIZAR-HISTCLI            SECTION.                      00008140
      *    HISTORICO SEQUENCIAL DE CLIENTES ARQUIVADOS: REGRAVA         00008150
      *    NO LUGAR TODA IMAGEM ARQUIVADA DO CLIENTE. ARQUIVO           00008160
      *    AINDA NAO CRIADO (FILE STATUS 35) NAO TEM O QUE TRATAR       00008170
      *---------------------------------------------------              00008180
             IF WRK-ENSAIO-LIGADO                                       00008190
                 OPEN INPUT HISTCLI                                     00008200
             ELSE                                                       00008210
                 OPEN I-O HISTCLI                                       00008220
             END-IF.                                                    00008230
             IF WRK-FS-HISTCLI EQUAL '35'                               00008240
                 GO TO 0430-99-FIM                                      00008250
             END-IF.                                                    00008260
             IF WRK-FS-HISTCLI NOT EQUAL ZEROS                          00008270
                 MOVE ' ERRO OPEN HISTORICO DE CLIENTES ' TO WRK-MSG    00008280
                 PERFORM 9000-TRATA-ERROS                               00008290
             END-IF.                                                    00008300
             PERFORM 0431-TRATAR-UM-ARQUIVADO                           00008310
                 UNTIL WRK-FS-HISTCLI NOT EQUAL ZEROS.                  00008320
             CLOSE HISTCLI.                                             00008330
       0430-99-FIM.            EXIT.                                    00008340
      *---------------------------------------------------              00008350
       0431-TRATAR-UM-ARQUIVADO           SECTION.                      00008360
             READ HISTCLI.                                              00008370
             IF WRK-FS-HISTCLI NOT EQUAL ZEROS                          00008380
                 GO TO 0431-99-FIM                                      00008390
             END-IF.                                                    00008400
             MOVE CLH-IMAGEM-CLIENTE TO WRK-IMG-ARQUIVADA.              00008410
             IF WRK-IMA-ID NOT EQUAL WRK-CLI-ID                         00008420
                 GO TO 0431-99-FIM                                      00008430
             END-IF.                                                    00008440
             MOVE WRK-ANONIMO TO WRK-IMA-NOME.                          00008450
             MOVE ZEROS       TO WRK-IMA-TELEFONE.                      00008460
             MOVE WRK-IMG-ARQUIVADA TO CLH-IMAGEM-CLIENTE.              00008470
             IF WRK-ENSAIO-DESLIGADO                                    00008480
                 REWRITE CPCLH01-REGISTRO                               00008490
             END-IF.                                                    00008500
             ADD 1 TO WRK-QTD-ANON (3).                                 00008510
       0431-99-FIM.            EXIT.                                    00008520
      *---------------------------------------------------              00008530
       0440-ANONIMIZAR-NOTAS              SECTION.                      00008540
      *    NAS LINHAS DE NOTA SO O NOME MUDA - VALORES, IMPOSTO,        00008550
      *    UF E CHAVE DE ACESSO DA NF-E FICAM COMO ESTAO                00008560
      *---------------------------------------------------              00008570
             MOVE ZEROS TO NFH-CHAVE.                                   00008580
             START NOTAHIST KEY IS NOT LESS THAN NFH-CHAVE              00008590
                 INVALID KEY                                            00008600
                     MOVE '10' TO WRK-FS-NOTAHIST                       00008610
             END-START.                                                 00008620
             PERFORM 0441-TRATAR-UMA-NOTA                               00008630
                 UNTIL WRK-FS-NOTAHIST NOT EQUAL ZEROS.                 00008640
             MOVE SPACES TO WRK-FS-NOTAHIST.                            00008650
      *---------------------------------------------------              00008660
       0441-TRATAR-UMA-NOTA               SECTION.                      00008670
             READ NOTAHIST NEXT RECORD.                                 00008680
             IF WRK-FS-NOTAHIST EQUAL ZEROS                             00008690
                AND NFH-CLI-ID EQUAL WRK-CLI-ID                         00008700
                 MOVE WRK-ANONIMO TO NFH-CLI-NOME                       00008710
                 IF WRK-ENSAIO-DESLIGADO                                00008720
                     REWRITE CPNFH01-REGISTRO                           00008730
                 END-IF                                                 00008740
                 ADD 1 TO WRK-QTD-ANON (4)                              00008750
             END-IF.                                                    00008760
      *---------------------------------------------------              00008770
       0445-ANONIMIZAR-AUDITORIA-ARQ      SECTION.                      00008780
      *    GERACOES DA TRILHA JA ARQUIVADAS PELA FR05CB15 EM            00008790
      *    FOURSYS.AUDITORIA.ARCHIVE (FITA - NAO DA PARA                00008800
      *    REGRAVAR NO LUGAR). O ARQAUA TRAZ AS GERACOES DA MAIS        00008810
      *    ANTIGA PARA A MAIS NOVA E CADA REGISTRO, TRATADO E           00008820
      *    REENCADEADO COMO NA TRILHA ATIVA (0455), VAI PARA A          00008830
      *    GERACAO SUBSTITUTA (ARQAUN) - AS ANTIGAS SAO EXCLUIDAS       00008840
      *    PELO JOB DEPOIS DO FIM NORMAL. A CADEIA SEGUE DAQUI          00008850
      *    PARA A TRILHA ATIVA (0450)                                   00008860
      *---------------------------------------------------              00008870
             OPEN INPUT AUDITORIA-ARQ.                                  00008880
             IF WRK-FS-AUD-ARQ EQUAL '35'                               00008890
                 GO TO 0445-99-FIM                                      00008900
             END-IF.                                                    00008910
             IF WRK-FS-AUD-ARQ NOT EQUAL ZEROS                          00008920
                 MOVE 12 TO RETURN-CODE                                 00008930
                 MOVE ' ERRO OPEN AUDITORIA ARQUIVADA ' TO WRK-MSG      00008940
                 PERFORM 9000-TRATA-ERROS                               00008950
             END-IF.                                                    00008960
             IF WRK-ENSAIO-DESLIGADO                                    00008970
                 OPEN OUTPUT AUDITORIA-NOVA                             00008980
                 IF WRK-FS-AUD-NOVA NOT EQUAL ZEROS                     00008990
                     MOVE 12 TO RETURN-CODE                             00009000
                     MOVE ' ERRO OPEN GERACAO SUBSTITUTA ' TO WRK-MSG   00009010
                     PERFORM 9000-TRATA-ERROS                           00009020
                 END-IF                                                 00009030
             END-IF.                                                    00009040
             PERFORM 0446-TRATAR-UM-ARQUIVADO-AUD                       00009050
                 UNTIL WRK-FS-AUD-ARQ NOT EQUAL ZEROS.                  00009060
             CLOSE AUDITORIA-ARQ.                                       00009070
             IF WRK-ENSAIO-DESLIGADO                                    00009080
                 CLOSE AUDITORIA-NOVA                                   00009090
             END-IF.                                                    00009100
       0445-99-FIM.            EXIT.                                    00009110
      *---------------------------------------------------              00009120
       0446-TRATAR-UM-ARQUIVADO-AUD       SECTION.                      00009130
             READ AUDITORIA-ARQ.                                        00009140
             IF WRK-FS-AUD-ARQ NOT EQUAL ZEROS                          00009150
                 GO TO 0446-99-FIM                                      00009160
             END-IF.                                                    00009170
             MOVE 8 TO WRK-IDX-QTD.                                     00009180
             PERFORM 0455-REENCADEAR-REGISTRO.                          00009190
             IF WRK-ENSAIO-DESLIGADO                                    00009200
                 WRITE AUN-REGISTRO                                     00009210
                 IF WRK-FS-AUD-NOVA NOT EQUAL ZEROS                     00009220
                     MOVE 12 TO RETURN-CODE                             00009230
                     MOVE ' ERRO WRITE GERACAO SUBSTITUTA ' TO WRK-MSG  00009240
                     PERFORM 9000-TRATA-ERROS                           00009250
                 END-IF                                                 00009260
             END-IF.                                                    00009270
       0446-99-FIM.            EXIT.                                    00009280
      *---------------------------------------------------              00009290
       0450-ANONIMIZAR-AUDITORIA          SECTION.                      00009300
      *    TRILHA DE AUDITORIA ATIVA, LOGO APOS AS GERACOES             00009310
      *    ARQUIVADAS (0445). SO AS IMAGENS COM DADO PESSOAL SAO        00009320
      *    TRATADAS: CARTAO DE INCLUSAO/ALTERACAO DA FR05CB05,          00009330
      *    CARTAO DE ENDERECO DA FR05CB07 E DETALHE DO FEED DO          00009340
      *    CRM. COMO A IMAGEM ENTRA NO HASH DA CADEIA (CPAUD03),        00009350
      *    DO PRIMEIRO REGISTRO TRATADO EM DIANTE - NAS GERACOES        00009360
      *    ARQUIVADAS OU AQUI - TODOS SAO REENCADEADOS NO LUGAR.        00009370
      *    OS REGISTROS DA FR06CB28 GRAVADOS POR CARTAO (0480)          00009380
      *    DOCUMENTAM A REGRAVACAO                                      00009390
      *---------------------------------------------------              00009400
             IF WRK-ENSAIO-LIGADO                                       00009410
                 OPEN INPUT AUDITORIA                                   00009420
             ELSE                                                       00009430
                 OPEN I-O AUDITORIA                                     00009440
             END-IF.                                                    00009450
             IF WRK-FS-AUDITORIA EQUAL '35'                             00009460
                 GO TO 0450-99-FIM                                      00009470
             END-IF.                                                    00009480
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00009490
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00009500
                 PERFORM 9000-TRATA-ERROS                               00009510
             END-IF.                                                    00009520
             PERFORM 0451-TRATAR-UM-REGISTRO-AUD                        00009530
                 UNTIL WRK-FS-AUDITORIA NOT EQUAL ZEROS.                00009540
             CLOSE AUDITORIA.                                           00009550
       0450-99-FIM.            EXIT.                                    00009560
      *---------------------------------------------------              00009570
       0451-TRATAR-UM-REGISTRO-AUD        SECTION.                      00009580
             READ AUDITORIA.                                            00009590
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00009600
                 GO TO 0451-99-FIM                                      00009610
             END-IF.                                                    00009620
             MOVE 5 TO WRK-IDX-QTD.                                     00009630
             PERFORM 0455-REENCADEAR-REGISTRO.                          00009640
             IF WRK-CADEIA-REFEITA                                      00009650
                AND WRK-ENSAIO-DESLIGADO                                00009660
                 REWRITE CPAUD01-REGISTRO                               00009670
             END-IF.                                                    00009680
       0451-99-FIM.            EXIT.                                    00009690
      *---------------------------------------------------              00009700
       0452-TRATAR-UMA-IMAGEM             SECTION.                      00009710
             SET WRK-IMAGEM-MANTIDA TO TRUE.                            00009720
             EVALUATE AUD-PROGRAMA                                      00009730
                 WHEN 'FR05CB05'                                        00009740
                     IF WRK-IMC-ID NOT EQUAL WRK-CLI-ID-X               00009750
                        OR (WRK-IMC-TIPO NOT EQUAL 'A'                  00009760
                            AND WRK-IMC-TIPO NOT EQUAL 'M')             00009770
                         GO TO 0452-99-FIM                              00009780
                     END-IF                                             00009790
                     MOVE WRK-ANONIMO TO WRK-IMC-NOME                   00009800
                     MOVE ZEROS       TO WRK-IMC-TELEFONE               00009810
                 WHEN 'FR05CB07'                                        00009820
                     IF WRK-IME-ID NOT EQUAL WRK-CLI-ID-X               00009830
                         GO TO 0452-99-FIM                              00009840
                     END-IF                                             00009850
                     MOVE WRK-ANONIMO TO WRK-IME-NOME                   00009860
                     MOVE WRK-ANONIMO TO WRK-IME-RUA                    00009870
                     MOVE ZEROS       TO WRK-IME-NUMERO                 00009880
                     MOVE WRK-ANONIMO TO WRK-IME-BAIRRO                 00009890
                     MOVE ZEROS       TO WRK-IME-CEP                    00009900
                     MOVE WRK-ANONIMO TO WRK-IME-CIDADE                 00009910
                 WHEN 'FR05CB81'                                        00009920
                     IF WRK-IMR-ID NOT EQUAL WRK-CLI-ID-X               00009930
                        OR WRK-IMR-TIPO NOT EQUAL 'D'                   00009940
                         GO TO 0452-99-FIM                              00009950
                     END-IF                                             00009960
                     MOVE WRK-ANONIMO TO WRK-IMR-NOME                   00009970
                     MOVE ZEROS       TO WRK-IMR-TELEFONE               00009980
                     MOVE WRK-ANONIMO TO WRK-IMR-RUA                    00009990
                     MOVE SPACES      TO WRK-IMR-BAIRRO                 00010000
                 WHEN OTHER                                             00010010
                     GO TO 0452-99-FIM                                  00010020
             END-EVALUATE.                                              00010030
             SET WRK-IMAGEM-TRATADA TO TRUE.                            00010040
       0452-99-FIM.            EXIT.                                    00010050
      *---------------------------------------------------              00010060
       0453-TRATAR-IMAGEM-CARTOES         SECTION.                      00010070
      *    PROCURA ENTRE OS CARTOES ACEITOS O CLIENTE DA IMAGEM         00010080
      *    EM WRK-IMAGEM (TRILHA) OU WRK-IMG-BACKOUT (BACKOUT).         00010090
      *    WRK-IDX-CRT-ACH APONTA O CARTAO QUANDO TRATADA               00010100
      *---------------------------------------------------              00010110
             SET WRK-IMAGEM-MANTIDA TO TRUE.                            00010120
             MOVE ZERO TO WRK-IDX-CRT-ACH.                              00010130
             PERFORM 0454-TRATAR-IMAGEM-UM-CARTAO                       00010140
                 VARYING WRK-IDX-CRT FROM 1 BY 1                        00010150
                 UNTIL WRK-IDX-CRT > WRK-QTD-CARTOES                    00010160
                    OR WRK-IDX-CRT-ACH > ZERO.                          00010170
      *---------------------------------------------------              00010180
       0454-TRATAR-IMAGEM-UM-CARTAO       SECTION.                      00010190
             IF WRK-CRT-VALIDO-IND (WRK-IDX-CRT) NOT EQUAL 'S'          00010200
                 GO TO 0454-99-FIM                                      00010210
             END-IF.                                                    00010220
             MOVE WRK-CRT-REGISTRO (WRK-IDX-CRT) TO WRK-REGISTRO.       00010230
             IF WRK-ORIGEM-BACKOUT                                      00010240
                 PERFORM 0492-TRATAR-IMAGEM-BACKOUT                     00010250
             ELSE                                                       00010260
                 PERFORM 0452-TRATAR-UMA-IMAGEM                         00010270
             END-IF.                                                    00010280
             IF WRK-IMAGEM-TRATADA                                      00010290
                 MOVE WRK-IDX-CRT TO WRK-IDX-CRT-ACH                    00010300
             END-IF.                                                    00010310
       0454-99-FIM.            EXIT.                                    00010320
      *---------------------------------------------------              00010330
       0455-REENCADEAR-REGISTRO           SECTION.                      00010340
      *    TRATA A IMAGEM DO REGISTRO CORRENTE DA TRILHA (ATIVA         00010350
      *    OU ARQUIVADA), CONTANDO NA POSICAO WRK-IDX-QTD DO            00010360
      *    CARTAO, E, COM A CADEIA JA REFEITA, PRENDE O REGISTRO        00010370
      *    AO ULTIMO ELO. O PRIMEIRO REGISTRO MANTEM O SEU HASH         00010380
      *    ANTERIOR (O ELO DE ANTES JA SAIU DA GDG). A REPETICAO        00010390
      *    DO ELO DE GERACAO ('E') NO INICIO DA GERACAO SEGUINTE        00010400
      *    OU DA TRILHA ATIVA RECEBE O MESMO ENCADEAMENTO DO ELO        00010410
      *    ORIGINAL                                                     00010420
      *---------------------------------------------------              00010430
             IF WRK-AUD-ULT-SEQUENCIA EQUAL ZERO                        00010440
                 MOVE AUD-HASH-ANTERIOR TO WRK-AUD-ULT-HASH             00010450
             END-IF.                                                    00010460
             IF WRK-ANTERIOR-E-ELO                                      00010470
                AND AUD-ELO-GERACAO                                     00010480
                AND AUD-SEQUENCIA EQUAL WRK-AUD-ULT-SEQUENCIA           00010490
                 IF WRK-CADEIA-REFEITA                                  00010500
                     MOVE WRK-ELO-HASH-ANTERIOR TO AUD-HASH-ANTERIOR    00010510
                     PERFORM 0904-CALCULAR-HASH-AUDITORIA               00010520
                     MOVE WRK-AUD-HSH-RESULTADO TO AUD-HASH             00010530
                 END-IF                                                 00010540
                 GO TO 0455-99-FIM                                      00010550
             END-IF.                                                    00010560
             SET WRK-ORIGEM-TRILHA TO TRUE.                             00010570
             MOVE AUD-REGISTRO-IMAGEM TO WRK-IMAGEM.                    00010580
             PERFORM 0453-TRATAR-IMAGEM-CARTOES.                        00010590
             IF WRK-IMAGEM-TRATADA                                      00010600
                 MOVE WRK-IMAGEM TO AUD-REGISTRO-IMAGEM                 00010610
                 ADD 1 TO WRK-CRT-QTD (WRK-IDX-CRT-ACH, WRK-IDX-QTD)    00010620
                 SET WRK-CADEIA-REFEITA TO TRUE                         00010630
             END-IF.                                                    00010640
             IF WRK-CADEIA-REFEITA                                      00010650
                 MOVE WRK-AUD-ULT-HASH TO AUD-HASH-ANTERIOR             00010660
                 PERFORM 0904-CALCULAR-HASH-AUDITORIA                   00010670
                 MOVE WRK-AUD-HSH-RESULTADO TO AUD-HASH                 00010680
             END-IF.                                                    00010690
             IF AUD-ELO-GERACAO                                         00010700
                 SET WRK-ANTERIOR-E-ELO TO TRUE                         00010710
                 MOVE AUD-HASH-ANTERIOR TO WRK-ELO-HASH-ANTERIOR        00010720
             ELSE                                                       00010730
                 SET WRK-ANTERIOR-NAO-E-ELO TO TRUE                     00010740
             END-IF.                                                    00010750
             MOVE AUD-SEQUENCIA TO WRK-AUD-ULT-SEQUENCIA.               00010760
             MOVE AUD-HASH      TO WRK-AUD-ULT-HASH.                    00010770
       0455-99-FIM.            EXIT.                                    00010780
      *---------------------------------------------------              00010790
       0460-ANONIMIZAR-CRM                SECTION.                      00010800
      *    EXTRACAO DO CRM DA ULTIMA NOITE. AS PROXIMAS JA NAO          00010810
      *    LEVAM O CLIENTE, QUE ESTA ENCERRADO (FR05CB16)               00010820
      *---------------------------------------------------              00010830
             IF WRK-ENSAIO-LIGADO                                       00010840
                 OPEN INPUT CRMOUT                                      00010850
             ELSE                                                       00010860
                 OPEN I-O CRMOUT                                        00010870
             END-IF.                                                    00010880
             IF WRK-FS-CRMOUT EQUAL '35'                                00010890
                 GO TO 0460-99-FIM                                      00010900
             END-IF.                                                    00010910
             IF WRK-FS-CRMOUT NOT EQUAL ZEROS                           00010920
                 MOVE ' ERRO OPEN EXTRACAO DO CRM ' TO WRK-MSG          00010930
                 PERFORM 9000-TRATA-ERROS                               00010940
             END-IF.                                                    00010950
             PERFORM 0461-TRATAR-UM-DETALHE                             00010960
                 UNTIL WRK-FS-CRMOUT NOT EQUAL ZEROS.                   00010970
             CLOSE CRMOUT.                                              00010980
       0460-99-FIM.            EXIT.                                    00010990
      *---------------------------------------------------              00011000
       0461-TRATAR-UM-DETALHE             SECTION.                      00011010
             READ CRMOUT.                                               00011020
             IF WRK-FS-CRMOUT EQUAL ZEROS                               00011030
                AND CRM-REG-DETALHE                                     00011040
                AND CRM-ID EQUAL WRK-CLI-ID                             00011050
                 MOVE WRK-ANONIMO TO CRM-NOME                           00011060
                 MOVE ZEROS       TO CRM-TELEFONE                       00011070
                 MOVE WRK-ANONIMO TO CRM-RUA                            00011080
                 MOVE WRK-ANONIMO TO CRM-BAIRRO                         00011090
                 MOVE ZEROS       TO CRM-CEP                            00011100
                 MOVE WRK-ANONIMO TO CRM-CIDADE                         00011110
                 IF WRK-ENSAIO-DESLIGADO                                00011120
                     REWRITE CPCRM01-REGISTRO                           00011130
                 END-IF                                                 00011140
                 ADD 1 TO WRK-QTD-ANON (6)                              00011150
             END-IF.                                                    00011160
      *---------------------------------------------------              00011170
       0470-ANONIMIZAR-ENTREGAS           SECTION.                      00011180
             MOVE ZEROS TO ENT-NOTA.                                    00011190
             START ENTREGAS KEY IS NOT LESS THAN ENT-NOTA               00011200
                 INVALID KEY                                            00011210
                     MOVE '10' TO WRK-FS-ENTREGAS                       00011220
             END-START.                                                 00011230
             PERFORM 0471-TRATAR-UMA-ENTREGA                            00011240
                 UNTIL WRK-FS-ENTREGAS NOT EQUAL ZEROS.                 00011250
             MOVE SPACES TO WRK-FS-ENTREGAS.                            00011260
      *---------------------------------------------------              00011270
       0471-TRATAR-UMA-ENTREGA            SECTION.                      00011280
             READ ENTREGAS NEXT RECORD.                                 00011290
             IF WRK-FS-ENTREGAS EQUAL ZEROS                             00011300
                AND ENT-CLI-ID EQUAL WRK-CLI-ID                         00011310
                 MOVE WRK-ANONIMO TO ENT-CLI-NOME                       00011320
                 MOVE WRK-ANONIMO TO ENT-RECEBEDOR                      00011330
                 IF WRK-ENSAIO-DESLIGADO                                00011340
                     REWRITE CPENT01-REGISTRO                           00011350
                 END-IF                                                 00011360
                 ADD 1 TO WRK-QTD-ANON (7)                              00011370
             END-IF.                                                    00011380
      *---------------------------------------------------              00011390
       0480-AUDITAR-ANONIMIZACAO          SECTION.                      00011400
      *    REGISTRA NA TRILHA DE AUDITORIA O CARTAO APLICADO            00011410
      *    (SO ID E PROTOCOLO - NENHUM DADO PESSOAL)                    00011420
      *---------------------------------------------------              00011430
             PERFORM 0901-LOCALIZAR-ELO-AUDITORIA.                      00011440
             OPEN EXTEND AUDITORIA.                                     00011450
             IF WRK-FS-AUDITORIA EQUAL '35'                             00011460
                 OPEN OUTPUT AUDITORIA                                  00011470
                 CLOSE AUDITORIA                                        00011480
                 OPEN EXTEND AUDITORIA                                  00011490
             END-IF.                                                    00011500
             IF WRK-FS-AUDITORIA NOT EQUAL ZEROS                        00011510
                 MOVE ' ERRO OPEN AUDITORIA ' TO WRK-MSG                00011520
                 PERFORM 9000-TRATA-ERROS                               00011530
             END-IF.                                                    00011540
             MOVE 'FR06CB28' TO AUD-PROGRAMA.                           00011550
             ACCEPT WRK-HORA-ATUAL FROM TIME.                           00011560
             MOVE WRK-DATA-NEGOCIO    TO AUD-DATA.                      00011570
             MOVE WRK-HORA-ATUAL (1:6) TO AUD-HORA.                     00011580
             SET AUD-ACEITO           TO TRUE.                          00011590
             MOVE SPACES              TO AUD-REGISTRO-IMAGEM.           00011600
             MOVE WRK-REGISTRO        TO AUD-REGISTRO-IMAGEM.           00011610
             MOVE ZEROS TO AUD-NUM-LOTE.                                00011620
             PERFORM 0903-ENCADEAR-AUDITORIA.                           00011630
             WRITE CPAUD01-REGISTRO.                                    00011640
             CLOSE AUDITORIA.                                           00011650
      *---------------------------------------------------              00011660
       0490-ANONIMIZAR-BACKOUT            SECTION.                      00011670
      *    BACKOUT DE CLIENTES DA ULTIMA NOITE (A GERACAO QUE O         00011680
      *    BACKOUT DE LOTE, FR05CB28, USA), TRATADO NO LUGAR.           00011690
      *    SO AS IMAGENS ANTERIORES DE CLIENTE DA FR05CB05 E DA         00011700
      *    FR05CB81 (CPCLIE01) TEM DADO PESSOAL - A INCLUSAO SO         00011710
      *    GUARDA A CHAVE CRIADA                                        00011720
      *---------------------------------------------------              00011730
             IF WRK-ENSAIO-LIGADO                                       00011740
                 OPEN INPUT BACKOUT                                     00011750
             ELSE                                                       00011760
                 OPEN I-O BACKOUT                                       00011770
             END-IF.                                                    00011780
             IF WRK-FS-BACKOUT EQUAL '35'                               00011790
                 GO TO 0490-99-FIM                                      00011800
             END-IF.                                                    00011810
             IF WRK-FS-BACKOUT NOT EQUAL ZEROS                          00011820
                 MOVE 12 TO RETURN-CODE                                 00011830
                 MOVE ' ERRO OPEN BACKOUT ' TO WRK-MSG                  00011840
                 PERFORM 9000-TRATA-ERROS                               00011850
             END-IF.                                                    00011860
             PERFORM 0491-TRATAR-UM-BACKOUT                             00011870
                 UNTIL WRK-FS-BACKOUT NOT EQUAL ZEROS.                  00011880
             CLOSE BACKOUT.                                             00011890
       0490-99-FIM.            EXIT.                                    00011900
      *---------------------------------------------------              00011910
       0491-TRATAR-UM-BACKOUT             SECTION.                      00011920
             READ BACKOUT.                                              00011930
             IF WRK-FS-BACKOUT NOT EQUAL ZEROS                          00011940
                 GO TO 0491-99-FIM                                      00011950
             END-IF.                                                    00011960
             SET WRK-ORIGEM-BACKOUT TO TRUE.                            00011970
             MOVE BKO-IMAGEM-ANTERIOR TO WRK-IMG-BACKOUT.               00011980
             PERFORM 0453-TRATAR-IMAGEM-CARTOES.                        00011990
             IF WRK-IMAGEM-TRATADA                                      00012000
                 MOVE WRK-IMG-BACKOUT TO BKO-IMAGEM-ANTERIOR            00012010
                 IF WRK-ENSAIO-DESLIGADO                                00012020
                     REWRITE CPBKO01-REGISTRO                           00012030
                 END-IF                                                 00012040
                 ADD 1 TO WRK-CRT-QTD (WRK-IDX-CRT-ACH, 9)              00012050
             END-IF.                                                    00012060
       0491-99-FIM.            EXIT.                                    00012070
      *---------------------------------------------------              00012080
       0492-TRATAR-IMAGEM-BACKOUT         SECTION.                      00012090
             SET WRK-IMAGEM-MANTIDA TO TRUE.                            00012100
             IF BKO-PROGRAMA NOT EQUAL 'FR05CB05'                       00012110
                AND BKO-PROGRAMA NOT EQUAL 'FR05CB81'                   00012120
                 GO TO 0492-99-FIM                                      00012130
             END-IF.                                                    00012140
             IF BKO-INCLUSAO                                            00012150
                OR WRK-IMB-ID NOT EQUAL WRK-CLI-ID                      00012160
                 GO TO 0492-99-FIM                                      00012170
             END-IF.                                                    00012180
             MOVE WRK-ANONIMO TO WRK-IMB-NOME.                          00012190
             MOVE ZEROS       TO WRK-IMB-TELEFONE.                      00012200
             SET WRK-IMAGEM-TRATADA TO TRUE.                            00012210
       0492-99-FIM.            EXIT.                                    00012220
      *---------------------------------------------------              00012230
       0495-CONTAR-BACKOUT-ANTERIOR       SECTION.                      00012240
      *    GERACOES ANTERIORES DO BACKOUT DE CLIENTES (ARQBKA).         00012250
      *    O BACKOUT DE LOTE SO DESFAZ A ULTIMA NOITE E DESFAZER        00012260
      *    UMA NOITE ANTIGA DEPOIS DA ANONIMIZACAO DEVOLVERIA O         00012270
      *    DADO PESSOAL AO MASTER - O JOB EXCLUI ESSAS GERACOES         00012280
      *    APOS O FIM NORMAL E AQUI SO SE CONTAM AS IMAGENS DO          00012290
      *    CLIENTE PARA O CERTIFICADO                                   00012300
      *---------------------------------------------------              00012310
             OPEN INPUT BACKOUT-ANT.                                    00012320
             IF WRK-FS-BACKOUT-ANT EQUAL '35'                           00012330
                 GO TO 0495-99-FIM                                      00012340
             END-IF.                                                    00012350
             IF WRK-FS-BACKOUT-ANT NOT EQUAL ZEROS                      00012360
                 MOVE 12 TO RETURN-CODE                                 00012370
                 MOVE ' ERRO OPEN BACKOUT ANTERIOR ' TO WRK-MSG         00012380
                 PERFORM 9000-TRATA-ERROS                               00012390
             END-IF.                                                    00012400
             PERFORM 0496-CONTAR-UM-BACKOUT                             00012410
                 UNTIL WRK-FS-BACKOUT-ANT NOT EQUAL ZEROS.              00012420
             CLOSE BACKOUT-ANT.                                         00012430
       0495-99-FIM.            EXIT.                                    00012440
      *---------------------------------------------------              00012450
       0496-CONTAR-UM-BACKOUT             SECTION.                      00012460
             READ BACKOUT-ANT.                                          00012470
             IF WRK-FS-BACKOUT-ANT NOT EQUAL ZEROS                      00012480
                 GO TO 0496-99-FIM                                      00012490
             END-IF.                                                    00012500
             SET WRK-ORIGEM-BACKOUT TO TRUE.                            00012510
             MOVE BKO-IMAGEM-ANTERIOR TO WRK-IMG-BACKOUT.               00012520
             PERFORM 0453-TRATAR-IMAGEM-CARTOES.                        00012530
             IF WRK-IMAGEM-TRATADA                                      00012540
                 ADD 1 TO WRK-CRT-QTD (WRK-IDX-CRT-ACH, 10)             00012550
             END-IF.                                                    00012560
       0496-99-FIM.            EXIT.                                    00012570
      *---------------------------------------------------              00012580
       0500-IMPRIMIR-CERTIFICADO          SECTION.                      00012590
      *    UM CERTIFICADO POR CARTAO: IDENTIFICACAO DO PEDIDO,          00012600
      *    DESFECHO E, QUANDO ANONIMIZADO, OS REGISTROS TRATADOS        00012610
      *    EM CADA ARQUIVO                                              00012620
      *---------------------------------------------------              00012630
             WRITE REL-LINHA FROM WRK-SEPARA.                           00012640
             WRITE REL-LINHA FROM WRK-CABEC1.                           00012650
             WRITE REL-LINHA FROM WRK-SEPARA.                           00012660
             MOVE 'CLIENTE.........:' TO WRK-INF-ROTULO.                00012670
             MOVE WRK-CLI-ID-X        TO WRK-INF-VALOR.                 00012680
             WRITE REL-LINHA FROM WRK-LINHA-INFO.                       00012690
             MOVE 'PROTOCOLO.......:' TO WRK-INF-ROTULO.                00012700
             MOVE WRK-PROTOCOLO       TO WRK-INF-VALOR.                 00012710
             WRITE REL-LINHA FROM WRK-LINHA-INFO.                       00012720
             MOVE 'OPERADOR........:' TO WRK-INF-ROTULO.                00012730
             MOVE WRK-CAB-OPERADOR    TO WRK-INF-VALOR.                 00012740
             WRITE REL-LINHA FROM WRK-LINHA-INFO.                       00012750
             MOVE 'SITUACAO........:' TO WRK-INF-ROTULO.                00012760
             IF WRK-REGISTRO-INVALIDO                                   00012770
                 MOVE SPACES TO WRK-INF-VALOR                           00012780
                 STRING 'RECUSADO - ' DELIMITED BY SIZE                 00012790
                        WRK-MOTIVO    DELIMITED BY SIZE                 00012800
                     INTO WRK-INF-VALOR                                 00012810
                 END-STRING                                             00012820
                 WRITE REL-LINHA FROM WRK-LINHA-INFO                    00012830
                 GO TO 0500-99-FIM                                      00012840
             END-IF.                                                    00012850
             IF WRK-ENSAIO-LIGADO                                       00012860
                 MOVE 'ENSAIO - SERIA ANONIMIZADO (NADA GRAVADO)'       00012870
                     TO WRK-INF-VALOR                                   00012880
             ELSE                                                       00012890
                 MOVE 'ANONIMIZADO' TO WRK-INF-VALOR                    00012900
             END-IF.                                                    00012910
             WRITE REL-LINHA FROM WRK-LINHA-INFO.                       00012920
             WRITE REL-LINHA FROM WRK-SEPARA.                           00012930
             WRITE REL-LINHA FROM WRK-CABEC-ARQ.                        00012940
             PERFORM 0510-IMPRIMIR-UM-ARQUIVO                           00012950
                 VARYING WRK-IDX-ARQ FROM 1 BY 1                        00012960
                 UNTIL WRK-IDX-ARQ > 10.                                00012970
             WRITE REL-LINHA FROM WRK-SEPARA.                           00012980
             WRITE REL-LINHA FROM WRK-RODAPE.                           00012990
       0500-99-FIM.            EXIT.                                    00013000
      *---------------------------------------------------              00013010
       0510-IMPRIMIR-UM-ARQUIVO           SECTION.                      00013020
             MOVE WRK-ARQ-NOME (WRK-IDX-ARQ)   TO WRK-LAR-NOME.         00013030
             MOVE WRK-QTD-ANON (WRK-IDX-ARQ)   TO WRK-LAR-QTD.          00013040
             MOVE WRK-ARQ-CAMPOS (WRK-IDX-ARQ) TO WRK-LAR-CAMPOS.       00013050
             WRITE REL-LINHA FROM WRK-LINHA-ARQ.                        00013060
      *---------------------------------------------------              00013070
       0600-ANONIMIZAR-ACUMULADOS         SECTION.                      00013080
      *    TRILHA ARQUIVADA, TRILHA ATIVA E BACKOUT, UMA VEZ SO         00013090
      *    PARA TODOS OS CARTOES ACEITOS. A CADEIA COMECA NA            00013100
      *    GERACAO ARQUIVADA MAIS ANTIGA E SEGUE NA TRILHA ATIVA.       00013110
      *    SEM CARTAO ACEITO NADA E GRAVADO NEM SUBSTITUIDO             00013120
      *---------------------------------------------------              00013130
             IF WRK-CONT-ANONIMIZADOS EQUAL ZERO                        00013140
                 GO TO 0600-99-FIM                                      00013150
             END-IF.                                                    00013160
             MOVE ZEROS TO WRK-AUD-ULT-SEQUENCIA.                       00013170
             MOVE ZEROS TO WRK-AUD-ULT-HASH.                            00013180
             SET WRK-CADEIA-MANTIDA TO TRUE.                            00013190
             SET WRK-ANTERIOR-NAO-E-ELO TO TRUE.                        00013200
             PERFORM 0445-ANONIMIZAR-AUDITORIA-ARQ.                     00013210
             PERFORM 0450-ANONIMIZAR-AUDITORIA.                         00013220
             PERFORM 0490-ANONIMIZAR-BACKOUT.                           00013230
             PERFORM 0495-CONTAR-BACKOUT-ANTERIOR.                      00013240
       0600-99-FIM.            EXIT.                                    00013250
      *---------------------------------------------------              00013260
       0700-IMPRIMIR-CERTIFICADOS         SECTION.                      00013270
      *    UM CERTIFICADO POR CARTAO, NA ORDEM DA SYSIN                 00013280
      *---------------------------------------------------              00013290
             PERFORM 0710-IMPRIMIR-UM-CARTAO                            00013300
                 VARYING WRK-IDX-CRT FROM 1 BY 1                        00013310
                 UNTIL WRK-IDX-CRT > WRK-QTD-CARTOES.                   00013320
      *---------------------------------------------------              00013330
       0710-IMPRIMIR-UM-CARTAO            SECTION.                      00013340
             MOVE WRK-CRT-REGISTRO (WRK-IDX-CRT)   TO WRK-REGISTRO.     00013350
             MOVE WRK-CRT-VALIDO-IND (WRK-IDX-CRT) TO WRK-SW-VALIDO-IND.00013360
             MOVE WRK-CRT-MOTIVO (WRK-IDX-CRT)     TO WRK-MOTIVO.       00013370
             MOVE WRK-CRT-QUANTIDADES (WRK-IDX-CRT)                     00013380
                 TO WRK-TAB-QUANTIDADES.                                00013390
             PERFORM 0500-IMPRIMIR-CERTIFICADO.                         00013400
      *---------------------------------------------------              00013410
       0300-FINALIZAR                     SECTION.                      00013420
             PERFORM 0600-ANONIMIZAR-ACUMULADOS.                        00013430
             PERFORM 0700-IMPRIMIR-CERTIFICADOS.                        00013440
             MOVE WRK-CONT-LIDOS                                        00013450
                 TO WRK-STT-REGISTROS.                                  00013460
             PERFORM 9060-GRAVAR-ESTATISTICA.                           00013470
             CLOSE CLIENTE-MASTER.                                      00013480
             CLOSE ENDERECO-MASTER.                                     00013490
             CLOSE NOTAHIST.                                            00013500
             CLOSE ENTREGAS.                                            00013510
             CLOSE CONTASREC.                                           00013520
             CLOSE PEDIDO-CABEC.                                        00013530
             CLOSE ENTRADA-SYSIN.                                       00013540
             CLOSE RELANON.                                             00013550
             DISPLAY '==========================='.                     00013560
             DISPLAY 'TOTAL LIDOS......: ' WRK-CONT-LIDOS.              00013570
             DISPLAY 'TOTAL ANONIMIZ...: ' WRK-CONT-ANONIMIZADOS.       00013580
             DISPLAY 'TOTAL RECUSADOS..: ' WRK-CONT-RECUSADOS.          00013590
             DISPLAY '==========================='.                     00013600
             IF WRK-ENSAIO-LIGADO                                       00013610
                OR WRK-CONT-ANONIMIZADOS EQUAL ZERO                     00013620
                 MOVE 4 TO RETURN-CODE                                  00013630
             END-IF.                                                    00013640
             MOVE 'FINAL DE PROCESSO' TO WRK-MSG.                       00013650
             PERFORM 9000-TRATA-ERROS.                                  00013660
      *---------------------------------------------------              00013670
       9000-TRATA-ERROS                   SECTION.                      00013680
      *---------------------------------------------------              00013690
             PERFORM 9050-GRAVAR-ERRLOG.                                00013700
             DISPLAY '  MENSAGEM        '  WRK-MSG.                     00013710
             STOP RUN.                                                  00013720
      *--------------------------------------------------------------   00013730
       9000-99-FIM.            EXIT.                                    00013740
      *--------------------------------------------------------------   00013750
