      *     02/09/2026  IVS     LAYOUT INICIAL                          00000140
      *     02/09/2026  IVS     IMAGEM ORIGINAL ACOMPANHA O CARTAO      00000150
      *                         COM O CUSTO UNITARIO (21 POSICOES)      00000160
      *     15/10/2026  IVS     UNIDADE DA QUANTIDADE RECEBIDA NO       00000170
      *                         CARTAO (24 POSICOES) E MOTIVO 07        00000180
      *     15/10/2026  IVS     MOTIVO 08 - PERIODO CONTABIL            00000190
      *                         BLOQUEADO (CPPER03)                     00000200
      *=========================================*                       00000210
       01  CPREJ12-REGISTRO.                                            00000220
           05  REJ12-PROGRAMA          PIC X(08).                       00000230
           05  REJ12-REGISTRO-ORIGINAL PIC X(24).                       00000240
           05  REJ12-CODIGO-MOTIVO     PIC 9(02).                       00000250
               88  REJ12-PEDIDO-INEXISTENTE     VALUE 01.               00000260
               88  REJ12-PEDIDO-ENCERRADO       VALUE 02.               00000270
               88  REJ12-QUANTIDADE-INVALIDA    VALUE 03.               00000280
               88  REJ12-QTD-EXCEDE-PEDIDO      VALUE 04.               00000290
               88  REJ12-PRODUTO-INVALIDO       VALUE 05.               00000300
               88  REJ12-CAMPO-NAO-NUMERICO     VALUE 06.               00000310
               88  REJ12-UNIDADE-INVALIDA       VALUE 07.               00000320
               88  REJ12-PERIODO-BLOQUEADO      VALUE 08.               00000330
           05  REJ12-DESCRICAO-MOTIVO  PIC X(40).                       00000340
