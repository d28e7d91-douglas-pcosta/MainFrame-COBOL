      *=========================================*                       00000010
      *     COPYBOOK : CPREJ23                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DA TABELA DE ENCARGOS POR ATRASO (FR06CB01),      00000080
      *               NOS MOLDES DOS DEMAIS REJEITOS DE INTAKE          00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ23-REGISTRO.                                            00000160
           05  REJ23-PROGRAMA          PIC X(08).                       00000170
           05  REJ23-REGISTRO-ORIGINAL PIC X(80).                       00000180
           05  REJ23-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ23-TRANSACAO-INVALIDA     VALUE 01.               00000200
               88  REJ23-VIGENCIA-INVALIDA      VALUE 02.               00000210
               88  REJ23-MULTA-INVALIDA         VALUE 03.               00000220
               88  REJ23-JUROS-INVALIDOS        VALUE 04.               00000230
               88  REJ23-CARENCIA-INVALIDA      VALUE 05.               00000240
               88  REJ23-NAO-PERSISTIDO         VALUE 06.               00000250
           05  REJ23-DESCRICAO-MOTIVO  PIC X(40).                       00000260
