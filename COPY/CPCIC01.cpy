      *=========================================*                       00000010
      *     COPYBOOK : CPCIC01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER DE CONTAGEM CICLICA,             00000070
      *               INDEXADO PELO PRODUTO. A CLASSE ABC E             00000080
      *               GRAVADA PELA CLASSIFICACAO FR05CB37, A DATA       00000090
      *               PROGRAMADA PELO AGENDADOR FR06CB26 E A DATA       00000100
      *               DA ULTIMA CONTAGEM (COM A QUANTIDADE E A          00000110
      *               DIVERGENCIA) PELO INVENTARIO FR05CB69.            00000120
      *               PROGRAMADA MAIOR QUE A ULTIMA CONTAGEM E          00000130
      *               CONTAGEM PENDENTE. CLASSE EM BRANCO (PRODUTO      00000140
      *               AINDA NAO CLASSIFICADO) VALE C. 70 BYTES          00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPCIC01-REGISTRO.                                            00000220
           05  CIC-CODIGO              PIC 9(08).                       00000230
           05  CIC-CLASSE-ABC          PIC X(01).                       00000240
               88  CIC-CLASSE-A              VALUE 'A'.                 00000250
               88  CIC-CLASSE-B              VALUE 'B'.                 00000260
               88  CIC-CLASSE-C              VALUE 'C' SPACE.           00000270
           05  CIC-DATA-CLASSE         PIC 9(08).                       00000280
           05  CIC-DATA-ULT-CONTAGEM   PIC 9(08).                       00000290
           05  CIC-DATA-PROGRAMADA     PIC 9(08).                       00000300
           05  CIC-QTD-ULT-CONTAGEM    PIC 9(07).                       00000310
           05  CIC-DIVERG-ULT-CONTAGEM PIC S9(07).                      00000320
           05  FILLER                  PIC X(23).                       00000330
