      *=========================================*                       00000010
      *     COPYBOOK : CPCNV01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DA TABELA INDEXADA DE CONVERSAO DE         00000070
      *               UNIDADE POR PRODUTO, CHAVEADA PELO CODIGO DO      00000080
      *               PRODUTO E MANTIDA PELA FR06CB11. UNIDADE DE       00000090
      *               COMPRA (COMO O FORNECEDOR VENDE, EX. CAIXA)       00000100
      *               COM O FATOR = QUANTAS UNIDADES DE ESTOQUE         00000110
      *               CABEM NUMA UNIDADE DE COMPRA; UNIDADE DE          00000120
      *               ESTOQUE (A DE PRDM-QUANTIDADE E DO LIVRO DE       00000130
      *               MOVIMENTACAO) E UNIDADE DE VENDA, IMPRESSA        00000140
      *               NA NOTA (FR05CB26) E NA LISTA DE SEPARACAO        00000150
      *               (FR05CB77) - A QUANTIDADE VENDIDA E CONTADA       00000160
      *               NA UNIDADE DE ESTOQUE. LIDA PELA GERACAO DE       00000170
      *               PEDIDO DE COMPRA (FR05CB65) E PELO                00000180
      *               RECEBIMENTO (FR05CB66). PRODUTO SEM               00000190
      *               REGISTRO (OU INATIVO) E TRATADO COMO 'UN'         00000200
      *               COM FATOR 1                                       00000210
      *-------------------------------------------------------*         00000220
      *     HISTORICO DE ALTERACOES                                     00000230
      *     DATA       AUTOR   DESCRICAO                                00000240
      *     ----------  ------  --------------------------------        00000250
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000260
      *=========================================*                       00000270
       01  CPCNV01-REGISTRO.                                            00000280
           05  CNV-CODIGO              PIC 9(08).                       00000290
           05  CNV-UNID-COMPRA         PIC X(03).                       00000300
           05  CNV-FATOR-COMPRA        PIC 9(05).                       00000310
           05  CNV-UNID-ESTOQUE        PIC X(03).                       00000320
           05  CNV-UNID-VENDA          PIC X(03).                       00000330
           05  CNV-STATUS              PIC X(01).                       00000340
               88  CNV-ATIVA                 VALUE 'A'.                 00000350
               88  CNV-INATIVA               VALUE 'I'.                 00000360
