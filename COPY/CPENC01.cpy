      *=========================================*                       00000010
      *     COPYBOOK : CPENC01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DA TABELA DE            00000070
      *               ENCARGOS POR ATRASO, CHAVEADO PELA DATA DE        00000080
      *               INICIO DA VIGENCIA. CADA ENTRADA TRAZ O           00000090
      *               PERCENTUAL DE MULTA (UMA VEZ SOBRE O VALOR        00000100
      *               EM ATRASO), O PERCENTUAL DE JUROS DE MORA         00000110
      *               AO DIA E OS DIAS DE CARENCIA APOS O               00000120
      *               VENCIMENTO. VALE A ULTIMA ENTRADA ATIVA COM       00000130
      *               VIGENCIA ATE O VENCIMENTO DO TITULO.              00000140
      *               MANTIDO PELA FR06CB01 E LIDO PELO SERVICO         00000150
      *               DE CALCULO DE ENCARGOS (FR06CB02)                 00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000210
      *=========================================*                       00000220
       01  CPENC01-REGISTRO.                                            00000230
           05  ENC-VIGENCIA            PIC 9(08).                       00000240
           05  ENC-PERC-MULTA          PIC 9(02)V99.                    00000250
           05  ENC-PERC-JUROS-DIA      PIC 9(01)V9999.                  00000260
           05  ENC-DIAS-CARENCIA       PIC 9(03).                       00000270
           05  ENC-STATUS              PIC X(01).                       00000280
               88  ENC-ATIVA                 VALUE 'A'.                 00000290
               88  ENC-INATIVA               VALUE 'I'.                 00000300
