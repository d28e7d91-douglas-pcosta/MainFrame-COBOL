      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000150
      *     15/10/2026  IVS     MOTIVO 08 - IDENTIFICADOR               00000160
      *                         ALTERNATIVO (EAN OU PECA DO             00000170
      *                         FORNECEDOR) SEM LIGACAO ATIVA NA        00000180
      *                         REFERENCIA CRUZADA CPXRF01              00000190
      *=========================================*                       00000200
       01  CPREJ16-REGISTRO.                                            00000210
           05  REJ16-PROGRAMA          PIC X(08).                       00000220
           05  REJ16-REGISTRO-ORIGINAL PIC X(60).                       00000230
           05  REJ16-CODIGO-MOTIVO     PIC 9(02).                       00000240
               88  REJ16-CLIENTE-INEXISTENTE    VALUE 01.               00000250
               88  REJ16-PRODUTO-INEXISTENTE    VALUE 02.               00000260
               88  REJ16-PRODUTO-INATIVO        VALUE 03.               00000270
               88  REJ16-ESTOQUE-INSUFICIENTE   VALUE 04.               00000280
               88  REJ16-QUANTIDADE-INVALIDA    VALUE 05.               00000290
               88  REJ16-CAMPO-NAO-NUMERICO     VALUE 06.               00000300
               88  REJ16-TIPO-INVALIDO          VALUE 07.               00000310
               88  REJ16-IDENTIF-NAO-RESOLVIDO  VALUE 08.               00000320
           05  REJ16-DESCRICAO-MOTIVO  PIC X(40).                       00000330
