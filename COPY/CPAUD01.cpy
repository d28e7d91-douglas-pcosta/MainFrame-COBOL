      *                         ENVELOPE DOS DECKS DE SYSIN - ZEROS     00000290
      *                         NOS PROGRAMAS SEM ENVELOPE. REGISTRO    00000300
      *                         PASSA DE 103 PARA 109 POSICOES          00000310
      *     15/10/2026  IVS     SITUACAO 'P' (AUD-RETIDO) PARA O        00000320
      *                         CARTAO RETIDO PARA APROVACAO DE UM      00000330
      *                         SEGUNDO OPERADOR (FR06CB27)             00000340
      *     15/10/2026  IVS     ENCADEAMENTO DA TRILHA: SEQUENCIA       00000350
      *                         CORRIDA, HASH DO REGISTRO ANTERIOR E    00000360
      *                         HASH DO PROPRIO REGISTRO (CALCULADOS    00000370
      *                         PELAS SECOES DE CPAUD03), E SITUACAO    00000380
      *                         'E' (AUD-ELO-GERACAO) DO REGISTRO DE    00000390
      *                         ELO GRAVADO PELA FR05CB15 ENTRE AS      00000400
      *                         GERACOES ARQUIVADAS. REGISTRO PASSA     00000410
      *                         DE 109 PARA 154 POSICOES                00000420
      *=========================================*                       00000430
       01  CPAUD01-REGISTRO.                                            00000440
           05  AUD-PROGRAMA            PIC X(08).                       00000450
           05  AUD-DATA-HORA.                                           00000460
               10  AUD-DATA                PIC 9(08).                   00000470
               10  AUD-HORA                PIC 9(06).                   00000480
           05  AUD-STATUS-TRANS        PIC X(01).                       00000490
               88  AUD-ACEITO                VALUE 'A'.                 00000500
               88  AUD-REJEITADO             VALUE 'R'.                 00000510
               88  AUD-RETIDO                VALUE 'P'.                 00000520
               88  AUD-ELO-GERACAO           VALUE 'E'.                 00000530
           05  AUD-REGISTRO-IMAGEM     PIC X(80).                       00000540
           05  AUD-NUM-LOTE            PIC 9(06).                       00000550
           05  AUD-ENCADEAMENTO.                                        00000560
               10  AUD-SEQUENCIA           PIC 9(09).                   00000570
               10  AUD-HASH-ANTERIOR       PIC 9(18).                   00000580
           05  AUD-HASH                PIC 9(18).                       00000590
