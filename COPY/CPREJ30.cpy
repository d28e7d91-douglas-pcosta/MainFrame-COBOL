      *=========================================*                       00000010
      *     COPYBOOK : CPREJ30                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DOS CARTOES         00000070
      *               DE DECISAO DA APROVACAO DE ALTERACOES             00000080
      *               SENSIVEIS (FR06CB27), NOS MOLDES DOS DEMAIS       00000090
      *               REJEITOS DE INTAKE                                00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ30-REGISTRO.                                            00000170
           05  REJ30-PROGRAMA          PIC X(08).                       00000180
           05  REJ30-REGISTRO-ORIGINAL PIC X(80).                       00000190
           05  REJ30-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ30-TRANSACAO-INVALIDA     VALUE 01.               00000210
               88  REJ30-PENDENCIA-INEXISTENTE  VALUE 02.               00000220
               88  REJ30-PENDENCIA-DECIDIDA     VALUE 03.               00000230
               88  REJ30-MESMO-OPERADOR         VALUE 04.               00000240
               88  REJ30-OPERADOR-NAO-AUTORIZ   VALUE 05.               00000250
               88  REJ30-NAO-PERSISTIDO         VALUE 06.               00000260
           05  REJ30-DESCRICAO-MOTIVO  PIC X(40).                       00000270
