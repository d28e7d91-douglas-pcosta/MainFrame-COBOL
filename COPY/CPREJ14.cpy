      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000140
      *     15/10/2026  IVS     IMAGEM DO CARTAO SOBE PARA 41           00000150
      *                         POSICOES (IDENTIFICADOR ALTERNATIVO     00000160
      *                         E FORNECEDOR) E NOVO MOTIVO 07 -        00000170
      *                         EAN OU PECA DO FORNECEDOR SEM           00000180
      *                         LIGACAO ATIVA NA REFERENCIA CRUZADA     00000190
      *     15/10/2026  IVS     NOVO MOTIVO 08 - ITEM NAO               00000200
      *                         PROGRAMADO NA CONTAGEM CICLICA          00000210
      *     15/10/2026  IVS     NOVO MOTIVO 09 - PERIODO CONTABIL       00000220
      *                         BLOQUEADO (CPPER03)                     00000230
      *=========================================*                       00000240
       01  CPREJ14-REGISTRO.                                            00000250
           05  REJ14-PROGRAMA          PIC X(08).                       00000260
           05  REJ14-REGISTRO-ORIGINAL PIC X(41).                       00000270
           05  REJ14-CODIGO-MOTIVO     PIC 9(02).                       00000280
               88  REJ14-PRODUTO-INEXISTENTE    VALUE 01.               00000290
               88  REJ14-QUANTIDADE-INVALIDA    VALUE 02.               00000300
               88  REJ14-APROVACAO-INVALIDA     VALUE 03.               00000310
               88  REJ14-CAMPO-NAO-NUMERICO     VALUE 06.               00000320
               88  REJ14-IDENTIF-NAO-RESOLVIDO  VALUE 07.               00000330
               88  REJ14-NAO-PROGRAMADO         VALUE 08.               00000340
               88  REJ14-PERIODO-BLOQUEADO      VALUE 09.               00000350
           05  REJ14-DESCRICAO-MOTIVO  PIC X(40).                       00000360
