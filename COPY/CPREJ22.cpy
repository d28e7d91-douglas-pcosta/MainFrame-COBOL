      *=========================================*                       00000010
      *     COPYBOOK : CPREJ22                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DAS CONDICOES DE PAGAMENTO (FR05CB99), NOS        00000080
      *               MOLDES DOS DEMAIS REJEITOS DE INTAKE              00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ22-REGISTRO.                                            00000160
           05  REJ22-PROGRAMA          PIC X(08).                       00000170
           05  REJ22-REGISTRO-ORIGINAL PIC X(80).                       00000180
           05  REJ22-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ22-TRANSACAO-INVALIDA     VALUE 01.               00000200
               88  REJ22-CODIGO-INVALIDO        VALUE 02.               00000210
               88  REJ22-PARCELAS-INVALIDAS     VALUE 03.               00000220
               88  REJ22-PERCENTUAL-INVALIDO    VALUE 04.               00000230
               88  REJ22-NAO-PERSISTIDO         VALUE 06.               00000240
           05  REJ22-DESCRICAO-MOTIVO  PIC X(40).                       00000250
