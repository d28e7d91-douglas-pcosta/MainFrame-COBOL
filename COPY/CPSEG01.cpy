      *=========================================*                       00000010
      *     COPYBOOK : CPSEG01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO INDEXADO DE SEGMENTACAO         00000070
      *               DE CLIENTES POR RECENCIA, FREQUENCIA E            00000080
      *               VALOR, CHAVEADO PELO CLIENTE E RECRIADO A         00000090
      *               CADA EXECUCAO DA FR06CB23 (SO CLIENTES            00000100
      *               ATIVOS). TRAZ AS NOTAS DE 1 A 5 DE CADA           00000110
      *               EIXO, AS MEDIDAS QUE AS ORIGINARAM E O            00000120
      *               SEGMENTO ATRIBUIDO; O SEGMENTO SEGUE PARA O       00000130
      *               CRM NA EXTRACAO FR05CB16. 80 BYTES                00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000190
      *=========================================*                       00000200
       01  CPSEG01-REGISTRO.                                            00000210
           05  SEG-CLI-ID              PIC 9(05).                       00000220
           05  SEG-SEGMENTO            PIC X(01).                       00000230
               88  SEG-CAMPEAO               VALUE 'C'.                 00000240
               88  SEG-FIEL                  VALUE 'F'.                 00000250
               88  SEG-EM-RISCO              VALUE 'R'.                 00000260
               88  SEG-PERDIDO               VALUE 'P'.                 00000270
               88  SEG-NOVO                  VALUE 'N'.                 00000280
               88  SEG-SEM-COMPRA            VALUE 'S'.                 00000290
           05  SEG-NOTA-RECENCIA       PIC 9(01).                       00000300
           05  SEG-NOTA-FREQUENCIA     PIC 9(01).                       00000310
           05  SEG-NOTA-VALOR          PIC 9(01).                       00000320
           05  SEG-DATA-PRIMEIRA       PIC 9(08).                       00000330
           05  SEG-DATA-ULTIMA         PIC 9(08).                       00000340
           05  SEG-DIAS-RECENCIA       PIC 9(05).                       00000350
           05  SEG-QTD-NOTAS           PIC 9(05).                       00000360
           05  SEG-VALOR-12M           PIC 9(11)V99.                    00000370
           05  SEG-GERENTE             PIC X(15).                       00000380
           05  SEG-DATA-APURACAO       PIC 9(08).                       00000390
           05  FILLER                  PIC X(09).                       00000400
