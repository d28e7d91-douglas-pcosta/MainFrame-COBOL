      *=========================================*                       00000010
      *     COPYBOOK : CPENC02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREA DE COMUNICACAO COM O SERVICO DE              00000070
      *               CALCULO DE ENCARGOS POR ATRASO (FR06CB02).        00000080
      *               O CHAMADOR INFORMA O VENCIMENTO, A DATA DO        00000090
      *               PAGAMENTO E O VALOR BASE EM ATRASO; O             00000100
      *               SERVICO DEVOLVE AS TAXAS VIGENTES NO              00000110
      *               VENCIMENTO (CPENC01), OS DIAS DE ATRASO, A        00000120
      *               MULTA, OS JUROS DO PERIODO E O VALOR DOS          00000130
      *               JUROS POR DIA SOBRE O VALOR BASE. DENTRO DA       00000140
      *               CARENCIA MULTA E JUROS SAEM ZERADOS               00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPENC02-AREA.                                                00000220
           05  ENC-CHK-DATA-VENCIMENTO PIC 9(08).                       00000230
           05  ENC-CHK-DATA-PAGAMENTO  PIC 9(08).                       00000240
           05  ENC-CHK-VALOR-BASE      PIC 9(09)V99 COMP-3.             00000250
           05  ENC-CHK-PERC-MULTA      PIC 9(02)V99.                    00000260
           05  ENC-CHK-PERC-JUROS-DIA  PIC 9(01)V9999.                  00000270
           05  ENC-CHK-DIAS-CARENCIA   PIC 9(03).                       00000280
           05  ENC-CHK-DIAS-ATRASO     PIC 9(05).                       00000290
           05  ENC-CHK-VALOR-MULTA     PIC 9(09)V99 COMP-3.             00000300
           05  ENC-CHK-VALOR-JUROS     PIC 9(09)V99 COMP-3.             00000310
           05  ENC-CHK-JUROS-DIA       PIC 9(07)V99 COMP-3.             00000320
           05  ENC-CHK-RETORNO         PIC X(02).                       00000330
               88  ENC-CHK-OK                VALUE '00'.                00000340
               88  ENC-CHK-SEM-TABELA        VALUE '10'.                00000350
               88  ENC-CHK-ERRO-ARQ          VALUE '90'.                00000360
