      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     22/08/2026  IVS     LAYOUT INICIAL                          00000150
      *     15/10/2026  IVS     REGISTRO ORIGINAL DE 20 PARA 23         00000160
      *                         (CONDICAO DE PAGAMENTO) E MOTIVO        00000170
      *                         07 - CONDICAO INVALIDA                  00000180
      *=========================================*                       00000190
       01  CPREJ05-REGISTRO.                                            00000200
           05  REJ5-PROGRAMA           PIC X(08).                       00000210
           05  REJ5-REGISTRO-ORIGINAL  PIC X(23).                       00000220
           05  REJ5-CODIGO-MOTIVO      PIC 9(02).                       00000230
               88  REJ5-CLIENTE-INEXISTENTE     VALUE 01.               00000240
               88  REJ5-PRODUTO-INEXISTENTE     VALUE 02.               00000250
               88  REJ5-PRODUTO-INATIVO         VALUE 03.               00000260
               88  REJ5-ESTOQUE-INSUFICIENTE    VALUE 04.               00000270
               88  REJ5-QUANTIDADE-INVALIDA     VALUE 05.               00000280
               88  REJ5-CAMPO-NAO-NUMERICO      VALUE 06.               00000290
               88  REJ5-CONDICAO-INVALIDA       VALUE 07.               00000300
           05  REJ5-DESCRICAO-MOTIVO   PIC X(40).                       00000310
