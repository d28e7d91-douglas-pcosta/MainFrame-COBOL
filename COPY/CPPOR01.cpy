      *               PELO INTAKE DE RECEBIMENTO DE MERCADORIA          00000100
      *               (FR05CB66). NUMERADO PELA SEQUENCIA               00000110
      *               'PEDCOMP' DO SERVICO DE SEQUENCIAL                00000120
      *               (FR05CB34). O PRECO UNITARIO E A                  00000130
      *               QUANTIDADE JA FATURADA PELO FORNECEDOR            00000140
      *               ALIMENTAM O CASAMENTO DA NOTA FISCAL DE           00000150
      *               FORNECEDOR (FR06CB07)                             00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000210
      *     02/09/2026  IVS     NOVO CAMPO POR-FORNECEDOR - PEDIDO      00000220
      *                         DE COMPRA PASSA A SER EMITIDO           00000230
      *                         CONTRA UM FORNECEDOR DO MASTER          00000240
      *                         CPFOR01; O PRAZO DE ENTREGA DO          00000250
      *                         FORNECEDOR ALIMENTA O RELATORIO DE      00000260
      *                         ATRASO (FR05CB67)                       00000270
      *     15/10/2026  IVS     PRECO UNITARIO DO PEDIDO (CUSTO         00000280
      *                         DO PRODUTO NA EMISSAO) E                00000290
      *                         QUANTIDADE FATURADA, ACUMULADA          00000300
      *                         PELAS NOTAS CASADAS NA FR06CB07         00000310
      *     15/10/2026  IVS     UNIDADE DE COMPRA E FATOR DE CONVERSAO  00000320
      *                         VIGENTES NA EMISSAO (CPCNV01); AS       00000330
      *                         QUANTIDADES DO PEDIDO CONTINUAM NA      00000340
      *                         UNIDADE DE ESTOQUE                      00000350
      *=========================================*                       00000360
       01  CPPOR01-REGISTRO.                                            00000370
           05  POR-NUMERO              PIC 9(05).                       00000380
           05  POR-CODIGO              PIC 9(08).                       00000390
           05  POR-DESCRICAO           PIC X(25).                       00000400
           05  POR-QTD-PEDIDA          PIC 9(07).                       00000410
           05  POR-QTD-RECEBIDA        PIC 9(07).                       00000420
           05  POR-DATA-EMISSAO        PIC 9(08).                       00000430
           05  POR-STATUS              PIC X(01).                       00000440
               88  POR-ABERTO                VALUE 'A'.                 00000450
               88  POR-RECEBIDO              VALUE 'R'.                 00000460
               88  POR-CANCELADO             VALUE 'C'.                 00000470
           05  POR-FORNECEDOR          PIC 9(05).                       00000480
           05  POR-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000490
           05  POR-QTD-FATURADA        PIC 9(07).                       00000500
           05  POR-UNID-COMPRA         PIC X(03).                       00000510
           05  POR-FATOR-COMPRA        PIC 9(05).                       00000520
