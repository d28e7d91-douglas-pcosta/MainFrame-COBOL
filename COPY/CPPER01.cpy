      *=========================================*                       00000010
      *     COPYBOOK : CPPER01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO CONTROLE DE PERIODOS CONTABEIS          00000070
      *               (ARQUIVO INDEXADO POR AAAAMM) - SITUACAO          00000080
      *               ABERTO, EM FECHAMENTO OU FECHADO DE CADA          00000090
      *               MES, MANTIDA PELA FR06CB30 VIA CARTAO             00000100
      *               AUTORIZADO. MES SEM REGISTRO E CONSIDERADO        00000110
      *               ABERTO. LIDO PELOS PROGRAMAS DE POSTAGEM          00000120
      *               (FR05CB22/26/52/59) ATRAVES DE CPPER03            00000130
      *-------------------------------------------------------*         00000140
      *     HISTORICO DE ALTERACOES                                     00000150
      *     DATA       AUTOR   DESCRICAO                                00000160
      *     ----------  ------  --------------------------------        00000170
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000180
      *=========================================*                       00000190
       01  CPPER01-REGISTRO.                                            00000200
           05  PER-ANOMES              PIC 9(06).                       00000210
           05  PER-SITUACAO            PIC X(01).                       00000220
               88  PER-ABERTO                VALUE 'A'.                 00000230
               88  PER-EM-FECHAMENTO         VALUE 'E'.                 00000240
               88  PER-FECHADO               VALUE 'F'.                 00000250
           05  PER-SITUACAO-ANTERIOR   PIC X(01).                       00000260
           05  PER-DATA-ALTERACAO      PIC 9(08).                       00000270
           05  PER-OPERADOR            PIC X(20).                       00000280
           05  PER-OBSERVACAO          PIC X(40).                       00000290
           05  FILLER                  PIC X(04).                       00000300
