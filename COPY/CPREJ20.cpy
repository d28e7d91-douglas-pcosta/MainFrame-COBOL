      *=========================================*                       00000010
      *     COPYBOOK : CPREJ20                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DOS PRECOS DE CONTRATO E DA QUEBRA DE             00000080
      *               QUANTIDADE (FR05CB97), NOS MOLDES DOS             00000090
      *               DEMAIS REJEITOS DE INTAKE                         00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ20-REGISTRO.                                            00000170
           05  REJ20-PROGRAMA          PIC X(08).                       00000180
           05  REJ20-REGISTRO-ORIGINAL PIC X(52).                       00000190
           05  REJ20-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ20-TRANSACAO-INVALIDA     VALUE 01.               00000210
               88  REJ20-TIPO-INVALIDO          VALUE 02.               00000220
               88  REJ20-CLIENTE-INVALIDO       VALUE 03.               00000230
               88  REJ20-ITEM-INVALIDO          VALUE 04.               00000240
               88  REJ20-VALOR-INVALIDO         VALUE 05.               00000250
               88  REJ20-NAO-PERSISTIDO         VALUE 06.               00000260
               88  REJ20-DATA-INVALIDA          VALUE 07.               00000270
               88  REJ20-FAIXA-INVALIDA         VALUE 08.               00000280
           05  REJ20-DESCRICAO-MOTIVO  PIC X(40).                       00000290
