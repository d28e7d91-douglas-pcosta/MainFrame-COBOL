      *=========================================*                       00000010
      *     COPYBOOK : CPREJ26                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DAS UNIDADES DE MEDIDA E DA CONVERSAO POR         00000080
      *               PRODUTO (FR06CB11), NOS MOLDES DOS DEMAIS         00000090
      *               REJEITOS DE INTAKE                                00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ26-REGISTRO.                                            00000170
           05  REJ26-PROGRAMA          PIC X(08).                       00000180
           05  REJ26-REGISTRO-ORIGINAL PIC X(30).                       00000190
           05  REJ26-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ26-TRANSACAO-INVALIDA     VALUE 01.               00000210
               88  REJ26-TIPO-REG-INVALIDO      VALUE 02.               00000220
               88  REJ26-CHAVE-INVALIDA         VALUE 03.               00000230
               88  REJ26-UNIDADE-INVALIDA       VALUE 04.               00000240
               88  REJ26-FATOR-INVALIDO         VALUE 05.               00000250
               88  REJ26-NAO-PERSISTIDO         VALUE 06.               00000260
           05  REJ26-DESCRICAO-MOTIVO  PIC X(40).                       00000270
