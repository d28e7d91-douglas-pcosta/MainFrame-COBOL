      *=========================================*                       00000010
      *     COPYBOOK : CPXRF02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREA DE COMUNICACAO COM O SERVICO DE              00000070
      *               RESOLUCAO DE IDENTIFICADOR ALTERNATIVO            00000080
      *               (FR06CB13). O CHAMADOR INFORMA O                  00000090
      *               IDENTIFICADOR (ALINHADO A ESQUERDA) E, SE O       00000100
      *               CONHECER, O FORNECEDOR - COM FORNECEDOR           00000110
      *               INFORMADO A PECA DO FORNECEDOR E PROCURADA        00000120
      *               PRIMEIRO E O EAN EM SEGUIDA; ZERADO, SO O         00000130
      *               EAN. O SERVICO DEVOLVE O PRDM-CODIGO E O          00000140
      *               TIPO DO IDENTIFICADOR ACHADO (E OU F)             00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPXRF02-AREA.                                                00000220
           05  XRF-CHK-IDENTIFICADOR   PIC X(20).                       00000230
           05  XRF-CHK-FORNECEDOR      PIC 9(05).                       00000240
           05  XRF-CHK-CODIGO          PIC 9(08).                       00000250
           05  XRF-CHK-TIPO            PIC X(01).                       00000260
           05  XRF-CHK-RETORNO         PIC X(02).                       00000270
               88  XRF-CHK-OK                VALUE '00'.                00000280
               88  XRF-CHK-NAO-CADASTRADO    VALUE '10'.                00000290
               88  XRF-CHK-INATIVO           VALUE '20'.                00000300
               88  XRF-CHK-ERRO-ARQ          VALUE '90'.                00000310
