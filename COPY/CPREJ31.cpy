      *=========================================*                       00000010
      *     COPYBOOK : CPREJ31                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DOS CARTOES         00000070
      *               DE MANUTENCAO DO CONTROLE DE PERIODOS             00000080
      *               CONTABEIS (FR06CB30), NOS MOLDES DOS DEMAIS       00000090
      *               REJEITOS DE INTAKE                                00000100
      *-------------------------------------------------------*         00000110
      *     HISTORICO DE ALTERACOES                                     00000120
      *     DATA       AUTOR   DESCRICAO                                00000130
      *     ----------  ------  --------------------------------        00000140
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000150
      *=========================================*                       00000160
       01  CPREJ31-REGISTRO.                                            00000170
           05  REJ31-PROGRAMA          PIC X(08).                       00000180
           05  REJ31-REGISTRO-ORIGINAL PIC X(80).                       00000190
           05  REJ31-CODIGO-MOTIVO     PIC 9(02).                       00000200
               88  REJ31-SITUACAO-INVALIDA      VALUE 01.               00000210
               88  REJ31-PERIODO-INVALIDO       VALUE 02.               00000220
               88  REJ31-SITUACAO-REPETIDA      VALUE 03.               00000230
               88  REJ31-OPERADOR-NAO-AUTORIZ   VALUE 04.               00000240
               88  REJ31-NAO-PERSISTIDO         VALUE 05.               00000250
           05  REJ31-DESCRICAO-MOTIVO  PIC X(40).                       00000260
