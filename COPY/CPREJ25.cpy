      *=========================================*                       00000010
      *     COPYBOOK : CPREJ25                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DO INTAKE DE        00000070
      *               DEVOLUCAO AO FORNECEDOR (FR06CB10), NOS           00000080
      *               MOLDES DOS DEMAIS REJEITOS DE INTAKE              00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *     15/10/2026  IVS     MOTIVO 13 - PERIODO CONTABIL            00000150
      *                         BLOQUEADO (CPPER03)                     00000160
      *=========================================*                       00000170
       01  CPREJ25-REGISTRO.                                            00000180
           05  REJ25-PROGRAMA          PIC X(08).                       00000190
           05  REJ25-REGISTRO-ORIGINAL PIC X(34).                       00000200
           05  REJ25-CODIGO-MOTIVO     PIC 9(02).                       00000210
               88  REJ25-TIPO-INVALIDO          VALUE 01.               00000220
               88  REJ25-FORNECEDOR-INVALIDO    VALUE 02.               00000230
               88  REJ25-PRODUTO-INVALIDO       VALUE 03.               00000240
               88  REJ25-QUANTIDADE-INVALIDA    VALUE 04.               00000250
               88  REJ25-DEPOSITO-INVALIDO      VALUE 05.               00000260
               88  REJ25-MOTIVO-INVALIDO        VALUE 06.               00000270
               88  REJ25-LOTE-INEXISTENTE       VALUE 07.               00000280
               88  REJ25-SALDO-LOTE-INSUF       VALUE 08.               00000290
               88  REJ25-SALDO-DEPOSITO-INSUF   VALUE 09.               00000300
               88  REJ25-DEVOLUCAO-INEXISTENTE  VALUE 10.               00000310
               88  REJ25-CREDITO-JA-CONFIRMADO  VALUE 11.               00000320
               88  REJ25-VALOR-INVALIDO         VALUE 12.               00000330
               88  REJ25-PERIODO-BLOQUEADO      VALUE 13.               00000340
           05  REJ25-DESCRICAO-MOTIVO  PIC X(40).                       00000350
