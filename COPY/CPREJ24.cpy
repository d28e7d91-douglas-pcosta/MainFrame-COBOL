      *=========================================*                       00000010
      *     COPYBOOK : CPREJ24                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DO INTAKE DE        00000070
      *               NOTA FISCAL DE FORNECEDOR (FR06CB07), NOS         00000080
      *               MOLDES DOS DEMAIS REJEITOS DE INTAKE              00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ24-REGISTRO.                                            00000160
           05  REJ24-PROGRAMA          PIC X(08).                       00000170
           05  REJ24-REGISTRO-ORIGINAL PIC X(36).                       00000180
           05  REJ24-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ24-FORNECEDOR-INVALIDO    VALUE 01.               00000200
               88  REJ24-NOTA-EM-BRANCO         VALUE 02.               00000210
               88  REJ24-PEDIDO-INVALIDO        VALUE 03.               00000220
               88  REJ24-QUANTIDADE-INVALIDA    VALUE 04.               00000230
               88  REJ24-PRECO-INVALIDO         VALUE 05.               00000240
               88  REJ24-FORNECEDOR-INEXISTENTE VALUE 06.               00000250
               88  REJ24-PEDIDO-INEXISTENTE     VALUE 07.               00000260
               88  REJ24-PEDIDO-OUTRO-FORNEC    VALUE 08.               00000270
               88  REJ24-PEDIDO-CANCELADO       VALUE 09.               00000280
               88  REJ24-NOTA-JA-LANCADA        VALUE 10.               00000290
           05  REJ24-DESCRICAO-MOTIVO  PIC X(40).                       00000300
