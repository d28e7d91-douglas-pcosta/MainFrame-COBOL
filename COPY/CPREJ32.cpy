      *=========================================*                       00000010
      *     COPYBOOK : CPREJ32                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA CARGA DE         00000070
      *               VERBAS ORCAMENTARIAS (FR06CB32), NOS MOLDES       00000080
      *               DOS DEMAIS REJEITOS DE INTAKE. A LINHA DA         00000090
      *               PLANILHA VAI PARA O REGISTRO ORIGINAL JA NO       00000100
      *               FORMATO DO CARTAO, COM TRANSACAO C                00000110
      *-------------------------------------------------------*         00000120
      *     HISTORICO DE ALTERACOES                                     00000130
      *     DATA       AUTOR   DESCRICAO                                00000140
      *     ----------  ------  --------------------------------        00000150
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000160
      *=========================================*                       00000170
       01  CPREJ32-REGISTRO.                                            00000180
           05  REJ32-PROGRAMA          PIC X(08).                       00000190
           05  REJ32-REGISTRO-ORIGINAL PIC X(80).                       00000200
           05  REJ32-CODIGO-MOTIVO     PIC 9(02).                       00000210
               88  REJ32-TRANSACAO-INVALIDA     VALUE 01.               00000220
               88  REJ32-CHAVE-INVALIDA         VALUE 02.               00000230
               88  REJ32-CENTRO-INVALIDO        VALUE 03.               00000240
               88  REJ32-VALOR-INVALIDO         VALUE 04.               00000250
               88  REJ32-NAO-PERSISTIDO         VALUE 05.               00000260
           05  REJ32-DESCRICAO-MOTIVO  PIC X(40).                       00000270
