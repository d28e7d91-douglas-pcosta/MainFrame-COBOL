      *=========================================*                       00000010
      *     COPYBOOK : CPREJ19                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DO MASTER DE PEDIDOS PROGRAMADOS (FR05CB95),      00000080
      *               NOS MOLDES DOS DEMAIS REJEITOS DE INTAKE          00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ19-REGISTRO.                                            00000160
           05  REJ19-PROGRAMA          PIC X(08).                       00000170
           05  REJ19-REGISTRO-ORIGINAL PIC X(49).                       00000180
           05  REJ19-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ19-TRANSACAO-INVALIDA     VALUE 01.               00000200
               88  REJ19-CLIENTE-INVALIDO       VALUE 02.               00000210
               88  REJ19-PRODUTO-INVALIDO       VALUE 03.               00000220
               88  REJ19-QUANTIDADE-INVALIDA    VALUE 04.               00000230
               88  REJ19-FREQUENCIA-INVALIDA    VALUE 05.               00000240
               88  REJ19-DATA-INVALIDA          VALUE 07.               00000250
               88  REJ19-NAO-PERSISTIDO         VALUE 06.               00000260
           05  REJ19-DESCRICAO-MOTIVO  PIC X(40).                       00000270
