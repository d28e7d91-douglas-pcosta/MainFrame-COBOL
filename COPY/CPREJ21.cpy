      *=========================================*                       00000010
      *     COPYBOOK : CPREJ21                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DA TABELA DE FRETE POR ZONA DE DESTINO            00000080
      *               (FR05CB98), NOS MOLDES DOS DEMAIS REJEITOS        00000090
      *               DE INTAKE                                         00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ21-REGISTRO.                                            00000170
           05  REJ21-PROGRAMA          PIC X(08).                       00000180
           05  REJ21-REGISTRO-ORIGINAL PIC X(52).                       00000190
           05  REJ21-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ21-TRANSACAO-INVALIDA     VALUE 01.               00000210
               88  REJ21-UF-INVALIDA            VALUE 02.               00000220
               88  REJ21-FAIXA-INVALIDA         VALUE 03.               00000230
               88  REJ21-VALOR-INVALIDO         VALUE 04.               00000240
               88  REJ21-NAO-PERSISTIDO         VALUE 06.               00000250
           05  REJ21-DESCRICAO-MOTIVO  PIC X(40).                       00000260
