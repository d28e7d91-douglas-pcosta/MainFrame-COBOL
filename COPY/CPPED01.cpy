      *                         PRODUTO ORIGINALMENTE PEDIDO (A         00000280
      *                         NOTA MOSTRA A TROCA); ZERO = SEM        00000290
      *                         SUBSTITUICAO                            00000300
      *     15/10/2026  IVS     PEDIDO PASSA A TER VARIAS LINHAS -      00000310
      *                         CADA REGISTRO E UMA LINHA DE ITEM       00000320
      *                         (PED-NUMERO + PED-ITEM) E O             00000330
      *                         CABECALHO DO PEDIDO (CLIENTE, DATA,     00000340
      *                         STATUS E TOTAIS) FICA NO CPPDC01.       00000350
      *                         AS LINHAS DE UM PEDIDO SAO GRAVADAS     00000360
      *                         EM SEQUENCIA, O QUE PERMITE AO          00000370
      *                         FATURAMENTO EMITIR UMA NOTA SO          00000380
      *     15/10/2026  IVS     NOVOS CAMPOS PED-REGRA-PRECO E          00000390
      *                         PED-PRECO-LISTA - A LINHA GUARDA A      00000400
      *                         REGRA QUE FIXOU O PRECO (SERVICO DE     00000410
      *                         PRECIFICACAO FR05CB96: LISTA,           00000420
      *                         PROMOCAO, CONTRATO POR PRODUTO OU       00000430
      *                         CATEGORIA, QUEBRA DE QUANTIDADE) E O    00000440
      *                         PRECO DE LISTA DA EPOCA, PARA A         00000450
      *                         APURACAO DO DESCONTO CONCEDIDO.         00000460
      *                         REGRA EM BRANCO = LINHA ANTERIOR        00000470
      *=========================================*                       00000480
       01  CPPED01-REGISTRO.                                            00000490
           05  PED-NUMERO              PIC 9(05).                       00000500
           05  PED-CLI-ID              PIC 9(05).                       00000510
           05  PED-CODIGO              PIC 9(08).                       00000520
           05  PED-QUANTIDADE          PIC 9(07).                       00000530
           05  PED-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000540
           05  PED-VALOR-TOTAL         PIC 9(09)V99 COMP-3.             00000550
           05  PED-DATA                PIC 9(08).                       00000560
           05  PED-STATUS              PIC X(01).                       00000570
               88  PED-ABERTO                VALUE 'A'.                 00000580
               88  PED-FATURADO              VALUE 'F'.                 00000590
               88  PED-BACKORDER             VALUE 'B'.                 00000600
           05  PED-CODIGO-ORIGINAL     PIC 9(08).                       00000610
           05  PED-ITEM                PIC 9(03).                       00000620
           05  PED-REGRA-PRECO         PIC X(01).                       00000630
               88  PED-REGRA-LISTA           VALUE 'L'.                 00000640
               88  PED-REGRA-PROMOCAO        VALUE 'P'.                 00000650
               88  PED-REGRA-CONTRATO        VALUE 'C'.                 00000660
               88  PED-REGRA-CATEGORIA       VALUE 'G'.                 00000670
               88  PED-REGRA-QUANTIDADE      VALUE 'Q'.                 00000680
           05  PED-PRECO-LISTA         PIC 9(07)V99 COMP-3.             00000690
