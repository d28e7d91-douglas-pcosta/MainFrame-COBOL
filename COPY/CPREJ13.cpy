      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000140
      *     15/10/2026  IVS     IMAGEM ORIGINAL ACOMPANHA O CARTAO      00000150
      *                         COM AS CONDICOES COMERCIAIS (48         00000160
      *                         POSICOES) E NOVO MOTIVO 05              00000170
      *=========================================*                       00000180
       01  CPREJ13-REGISTRO.                                            00000190
           05  REJ13-PROGRAMA          PIC X(08).                       00000200
           05  REJ13-REGISTRO-ORIGINAL PIC X(48).                       00000210
           05  REJ13-CODIGO-MOTIVO     PIC 9(02).                       00000220
               88  REJ13-TRANSACAO-INVALIDA     VALUE 01.               00000230
               88  REJ13-CODIGO-INVALIDO        VALUE 02.               00000240
               88  REJ13-NOME-EM-BRANCO         VALUE 03.               00000250
               88  REJ13-PRAZO-INVALIDO         VALUE 04.               00000260
               88  REJ13-CONDICAO-INVALIDA      VALUE 05.               00000270
               88  REJ13-NAO-PERSISTIDO         VALUE 06.               00000280
           05  REJ13-DESCRICAO-MOTIVO  PIC X(40).                       00000290
