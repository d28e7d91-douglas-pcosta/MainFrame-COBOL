      *=========================================*                       00000010
      *     COPYBOOK : CPFRT01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE FRETE POR            00000070
      *               ZONA DE DESTINO, CHAVEADO PELA UF + CEP           00000080
      *               INICIAL DA FAIXA (A FAIXA VAI ATE O CEP           00000090
      *               FINAL). O FRETE E O PERCENTUAL SOBRE O            00000100
      *               VALOR DAS MERCADORIAS DA NOTA, NUNCA              00000110
      *               ABAIXO DO VALOR MINIMO; NOTA COM VALOR IGUAL      00000120
      *               OU ACIMA DO LIMITE DE ISENCAO SAI SEM FRETE       00000130
      *               (LIMITE ZERO = SEM ISENCAO). MANTIDO PELA         00000140
      *               FR05CB98 E LIDO PELO FATURAMENTO (FR05CB26)       00000150
      *               E PELA LIBERACAO DE BACKORDER (FR05CB51)          00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000210
      *=========================================*                       00000220
       01  CPFRT01-REGISTRO.                                            00000230
           05  FRT-CHAVE.                                               00000240
               10  FRT-UF              PIC X(02).                       00000250
               10  FRT-CEP-INICIO      PIC 9(08).                       00000260
           05  FRT-CEP-FIM             PIC 9(08).                       00000270
           05  FRT-PERC-FRETE          PIC 9(02)V99.                    00000280
           05  FRT-VALOR-MINIMO        PIC 9(07)V99 COMP-3.             00000290
           05  FRT-LIMITE-ISENCAO      PIC 9(09)V99 COMP-3.             00000300
           05  FRT-STATUS              PIC X(01).                       00000310
               88  FRT-ATIVA                 VALUE 'A'.                 00000320
               88  FRT-INATIVA               VALUE 'I'.                 00000330
