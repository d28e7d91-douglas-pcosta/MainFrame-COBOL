      *                         POSICOES) E NOVOS MOTIVOS 07/08         00000190
      *     02/09/2026  IVS     IMAGEM ORIGINAL ACOMPANHA O CARTAO      00000200
      *                         COM LOTE E VALIDADE (48 POSICOES)       00000210
      *     15/10/2026  IVS     NOVO MOTIVO 09 - PERIODO CONTABIL       00000220
      *                         BLOQUEADO (CPPER03)                     00000230
      *=========================================*                       00000240
       01  CPREJ04-REGISTRO.                                            00000250
           05  REJ4-PROGRAMA           PIC X(08).                       00000260
           05  REJ4-REGISTRO-ORIGINAL  PIC X(48).                       00000270
           05  REJ4-CODIGO-MOTIVO      PIC 9(02).                       00000280
               88  REJ4-TIPO-INVALIDO           VALUE 01.               00000290
               88  REJ4-CODIGO-NAO-NUMERICO     VALUE 02.               00000300
               88  REJ4-QUANTIDADE-INVALIDA     VALUE 03.               00000310
               88  REJ4-PRODUTO-INEXISTENTE     VALUE 04.               00000320
               88  REJ4-PRODUTO-INATIVO         VALUE 05.               00000330
               88  REJ4-SALDO-INSUFICIENTE      VALUE 06.               00000340
               88  REJ4-DEPOSITO-INVALIDO       VALUE 07.               00000350
               88  REJ4-TRANSFER-INVALIDA       VALUE 08.               00000360
               88  REJ4-PERIODO-BLOQUEADO       VALUE 09.               00000370
           05  REJ4-DESCRICAO-MOTIVO   PIC X(40).                       00000380
