      *     DATA       AUTOR   DESCRICAO                                00000140
      *     ----------  ------  --------------------------------        00000150
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000160
      *     15/10/2026  IVS     MOTIVO 06 - PERIODO CONTABIL            00000170
      *                         BLOQUEADO (CPPER03)                     00000180
      *=========================================*                       00000190
       01  CPREJ09-REGISTRO.                                            00000200
           05  REJ9-PROGRAMA           PIC X(08).                       00000210
           05  REJ9-REGISTRO-ORIGINAL  PIC X(23).                       00000220
           05  REJ9-CODIGO-MOTIVO      PIC 9(02).                       00000230
               88  REJ9-CAMPO-NAO-NUMERICO      VALUE 01.               00000240
               88  REJ9-PEDIDO-INEXISTENTE      VALUE 02.               00000250
               88  REJ9-PEDIDO-NAO-FATURADO     VALUE 03.               00000260
               88  REJ9-QUANTIDADE-INVALIDA     VALUE 04.               00000270
               88  REJ9-PRODUTO-INEXISTENTE     VALUE 05.               00000280
               88  REJ9-PERIODO-BLOQUEADO       VALUE 06.               00000290
           05  REJ9-DESCRICAO-MOTIVO   PIC X(40).                       00000300
