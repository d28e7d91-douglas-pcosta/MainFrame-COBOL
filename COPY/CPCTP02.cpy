      *=========================================*                       00000010
      *     COPYBOOK : CPCTP02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREA DE COMUNICACAO COM O SERVICO DE              00000070
      *               PRECIFICACAO (FR05CB96). O CHAMADOR INFORMA       00000080
      *               CLIENTE, PRODUTO, CATEGORIA, QUANTIDADE,          00000090
      *               DATA DE NEGOCIO, PRECO DE LISTA E PRECO           00000100
      *               PROMOCIONAL VIGENTE (ZERO = SEM PROMOCAO);        00000110
      *               O SERVICO DEVOLVE O MENOR PRECO VALIDO E A        00000120
      *               REGRA QUE O FIXOU - L LISTA, P PROMOCAO,          00000130
      *               C CONTRATO POR PRODUTO, G CONTRATO POR            00000140
      *               CATEGORIA, Q QUEBRA DE QUANTIDADE                 00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPCTP02-AREA.                                                00000220
           05  CTP-CHK-CLI-ID          PIC 9(05).                       00000230
           05  CTP-CHK-CODIGO          PIC 9(08).                       00000240
           05  CTP-CHK-CATEGORIA       PIC X(05).                       00000250
           05  CTP-CHK-QUANTIDADE      PIC 9(07).                       00000260
           05  CTP-CHK-DATA            PIC 9(08).                       00000270
           05  CTP-CHK-PRECO-LISTA     PIC 9(07)V99 COMP-3.             00000280
           05  CTP-CHK-PRECO-PROMO     PIC 9(07)V99 COMP-3.             00000290
           05  CTP-CHK-PRECO-FINAL     PIC 9(07)V99 COMP-3.             00000300
           05  CTP-CHK-REGRA           PIC X(01).                       00000310
               88  CTP-CHK-REGRA-LISTA       VALUE 'L'.                 00000320
               88  CTP-CHK-REGRA-PROMOCAO    VALUE 'P'.                 00000330
               88  CTP-CHK-REGRA-CONTRATO    VALUE 'C'.                 00000340
               88  CTP-CHK-REGRA-CATEGORIA   VALUE 'G'.                 00000350
               88  CTP-CHK-REGRA-QUANTIDADE  VALUE 'Q'.                 00000360
           05  CTP-CHK-RETORNO         PIC X(02).                       00000370
               88  CTP-CHK-OK                VALUE '00'.                00000380
               88  CTP-CHK-ERRO-ARQ          VALUE '90'.                00000390
