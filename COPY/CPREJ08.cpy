      *     DATA       AUTOR   DESCRICAO                                00000140
      *     ----------  ------  --------------------------------        00000150
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000160
      *     15/10/2026  IVS     MOTIVO 06 - CLIENTE DO CREDITO          00000170
      *                         EM CONTA INEXISTENTE                    00000180
      *     15/10/2026  IVS     MOTIVO 07 - PERIODO CONTABIL            00000190
      *                         BLOQUEADO (CPPER03)                     00000200
      *=========================================*                       00000210
       01  CPREJ08-REGISTRO.                                            00000220
           05  REJ8-PROGRAMA           PIC X(08).                       00000230
           05  REJ8-REGISTRO-ORIGINAL  PIC X(23).                       00000240
           05  REJ8-CODIGO-MOTIVO      PIC 9(02).                       00000250
               88  REJ8-CAMPO-NAO-NUMERICO      VALUE 01.               00000260
               88  REJ8-TITULO-INEXISTENTE      VALUE 02.               00000270
               88  REJ8-TITULO-JA-PAGO          VALUE 03.               00000280
               88  REJ8-VALOR-INVALIDO          VALUE 04.               00000290
               88  REJ8-VALOR-EXCEDE-SALDO      VALUE 05.               00000300
               88  REJ8-CLIENTE-INEXISTENTE     VALUE 06.               00000310
               88  REJ8-PERIODO-BLOQUEADO       VALUE 07.               00000320
           05  REJ8-DESCRICAO-MOTIVO   PIC X(40).                       00000330
