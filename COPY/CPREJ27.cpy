      *=========================================*                       00000010
      *     COPYBOOK : CPREJ27                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DA REFERENCIA CRUZADA DE IDENTIFICADORES          00000080
      *               DE PRODUTO (FR06CB12), NOS MOLDES DOS             00000090
      *               DEMAIS REJEITOS DE INTAKE                         00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ27-REGISTRO.                                            00000170
           05  REJ27-PROGRAMA          PIC X(08).                       00000180
           05  REJ27-REGISTRO-ORIGINAL PIC X(35).                       00000190
           05  REJ27-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ27-TRANSACAO-INVALIDA     VALUE 01.               00000210
               88  REJ27-TIPO-REG-INVALIDO      VALUE 02.               00000220
               88  REJ27-IDENTIF-INVALIDO       VALUE 03.               00000230
               88  REJ27-FORNECEDOR-INVALIDO    VALUE 04.               00000240
               88  REJ27-PRODUTO-INVALIDO       VALUE 05.               00000250
               88  REJ27-NAO-PERSISTIDO         VALUE 06.               00000260
           05  REJ27-DESCRICAO-MOTIVO  PIC X(40).                       00000270
