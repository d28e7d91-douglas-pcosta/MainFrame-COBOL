      *=========================================*                       00000010
      *     COPYBOOK : CPREJ28                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DO INTAKE DE        00000070
      *               COMPROVANTES DE ENTREGA (FR06CB18), NOS           00000080
      *               MOLDES DOS DEMAIS REJEITOS DE INTAKE              00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ28-REGISTRO.                                            00000160
           05  REJ28-PROGRAMA          PIC X(08).                       00000170
           05  REJ28-REGISTRO-ORIGINAL PIC X(46).                       00000180
           05  REJ28-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ28-SITUACAO-INVALIDA      VALUE 01.               00000200
               88  REJ28-NOTA-INVALIDA          VALUE 02.               00000210
               88  REJ28-NOTA-INEXISTENTE       VALUE 03.               00000220
               88  REJ28-NOTA-CANCELADA         VALUE 04.               00000230
               88  REJ28-DATA-INVALIDA          VALUE 05.               00000240
               88  REJ28-MOTIVO-INVALIDO        VALUE 06.               00000250
               88  REJ28-SEM-RECEBEDOR          VALUE 07.               00000260
               88  REJ28-JA-ENTREGUE            VALUE 08.               00000270
               88  REJ28-JA-RECUSADA            VALUE 09.               00000280
               88  REJ28-PEDIDO-NAO-FATURADO    VALUE 10.               00000290
           05  REJ28-DESCRICAO-MOTIVO  PIC X(40).                       00000300
