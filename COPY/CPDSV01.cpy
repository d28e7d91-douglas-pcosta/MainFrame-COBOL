      *=========================================*                       00000010
      *     COPYBOOK : CPDSV01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO DE LANCAMENTOS DESVIADOS        00000070
      *               DE PERIODO CONTABIL FECHADO. CADA PROGRAMA        00000080
      *               DE POSTAGEM QUE COPIA CPPER03 (FR05CB22/26/       00000090
      *               51/52/56/59/66/69, FR06CB04/05/10/17) GRAVA UM    00000100
      *               REGISTRO POR LANCAMENTO CUJA DATA DE NEGOCIO      00000110
      *               CAIU EM MES FECHADO E QUE FOI LANCADO NO          00000120
      *               PRIMEIRO PERIODO ABERTO SEGUINTE (CPPER03).       00000130
      *               LISTADO PELA FR06CB31                             00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000190
      *     15/10/2026  IVS     GRAVADORES: TODO PROGRAMA DE            00000200
      *                         POSTAGEM QUE COPIA CPPER03              00000210
      *=========================================*                       00000220
       01  CPDSV01-REGISTRO.                                            00000230
           05  DSV-PROGRAMA            PIC X(08).                       00000240
           05  DSV-DATA-ORIGINAL       PIC 9(08).                       00000250
           05  DSV-DATA-LANCAMENTO     PIC 9(08).                       00000260
           05  DSV-DOCUMENTO           PIC X(20).                       00000270
           05  DSV-VALOR               PIC S9(11)V99.                   00000280
           05  FILLER                  PIC X(23).                       00000290
