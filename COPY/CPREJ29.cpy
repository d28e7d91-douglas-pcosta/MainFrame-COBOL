      *=========================================*                       00000010
      *     COPYBOOK : CPREJ29                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DE REJEITO DA MANUTENCAO       00000070
      *               DAS METAS DE VENDA POR GERENTE (FR06CB21), NOS    00000080
      *               MOLDES DOS DEMAIS REJEITOS DE INTAKE              00000090
      *-------------------------------------------------------*         00000100
      *     HISTORICO DE ALTERACOES                                     00000110
      *     DATA       AUTOR   DESCRICAO                                00000120
      *     ----------  ------  --------------------------------        00000130
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000140
      *=========================================*                       00000150
       01  CPREJ29-REGISTRO.                                            00000160
           05  REJ29-PROGRAMA          PIC X(08).                       00000170
           05  REJ29-REGISTRO-ORIGINAL PIC X(80).                       00000180
           05  REJ29-CODIGO-MOTIVO     PIC 9(02).                       00000190
               88  REJ29-TRANSACAO-INVALIDA     VALUE 01.               00000200
               88  REJ29-CHAVE-INVALIDA         VALUE 02.               00000210
               88  REJ29-GERENTE-INVALIDO       VALUE 03.               00000220
               88  REJ29-CATEGORIA-INVALIDA     VALUE 04.               00000230
               88  REJ29-VALOR-INVALIDO         VALUE 05.               00000240
               88  REJ29-NAO-PERSISTIDO         VALUE 06.               00000250
           05  REJ29-DESCRICAO-MOTIVO  PIC X(40).                       00000260
