      *=========================================*                       00000010
      *     COPYBOOK : CPORC01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE         00000070
      *               ORCAMENTOS DE VENDA, CHAVEADO PELO NUMERO DO      00000080
      *               ORCAMENTO (SEQUENCIA 'ORCAMENT' DO SERVICO        00000090
      *               FR05CB34) + ITEM. UMA LINHA POR PRODUTO           00000100
      *               COTADO, COM O PRECO FIXADO NA EMISSAO (MESMA      00000110
      *               REGRA DO INTAKE DE PEDIDOS, COM PROMOCAO), A      00000120
      *               DATA DE VALIDADE E O GERENTE DE CONTA DO          00000130
      *               CLIENTE NA EMISSAO. GRAVADO E CONVERTIDO EM       00000140
      *               PEDIDO PELA FR05CB92; EXPIRADO PELA FR05CB93      00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *     15/10/2026  IVS     NOVOS CAMPOS ORC-REGRA-PRECO E          00000210
      *                         ORC-PRECO-LISTA - A LINHA COTADA        00000220
      *                         GUARDA A REGRA DE PRECO, LEVADA A       00000230
      *                         LINHA DO PEDIDO NA CONVERSAO            00000240
      *=========================================*                       00000250
       01  CPORC01-REGISTRO.                                            00000260
           05  ORC-CHAVE.                                               00000270
               10  ORC-NUMERO          PIC 9(05).                       00000280
               10  ORC-ITEM            PIC 9(03).                       00000290
           05  ORC-CLI-ID              PIC 9(05).                       00000300
           05  ORC-GERENTE             PIC X(15).                       00000310
           05  ORC-CODIGO              PIC 9(08).                       00000320
           05  ORC-QUANTIDADE          PIC 9(07).                       00000330
           05  ORC-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000340
           05  ORC-VALOR-TOTAL         PIC 9(09)V99 COMP-3.             00000350
           05  ORC-PROMO               PIC X(01).                       00000360
               88  ORC-PRECO-PROMO           VALUE 'S'.                 00000370
               88  ORC-PRECO-NORMAL          VALUE 'N'.                 00000380
           05  ORC-DATA-EMISSAO        PIC 9(08).                       00000390
           05  ORC-DATA-VALIDADE       PIC 9(08).                       00000400
           05  ORC-STATUS              PIC X(01).                       00000410
               88  ORC-ABERTO                VALUE 'A'.                 00000420
               88  ORC-CONVERTIDO            VALUE 'C'.                 00000430
               88  ORC-EXPIRADO              VALUE 'E'.                 00000440
           05  ORC-PED-NUMERO          PIC 9(05).                       00000450
           05  ORC-DATA-CONVERSAO      PIC 9(08).                       00000460
           05  ORC-REGRA-PRECO         PIC X(01).                       00000470
           05  ORC-PRECO-LISTA         PIC 9(07)V99 COMP-3.             00000480
