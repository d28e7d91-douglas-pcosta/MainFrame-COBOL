      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000220
      *     15/10/2026  IVS     RETENCAO PASSA A SER DO PEDIDO          00000230
      *                         INTEIRO - AS LINHAS DO PEDIDO           00000240
      *                         RETIDO DIVIDEM O MESMO RTD-NUMERO E     00000250
      *                         SAO NUMERADAS EM RTD-ITEM; A            00000260
      *                         LIBERACAO (FR05CB54) GERA UM PEDIDO     00000270
      *                         SO COM TODAS AS LINHAS                  00000280
      *     15/10/2026  IVS     NOVOS CAMPOS RTD-REGRA-PRECO E          00000290
      *                         RTD-PRECO-LISTA - A LINHA RETIDA        00000300
      *                         LEVA A REGRA DE PRECO PARA A LINHA      00000310
      *                         DO PEDIDO NA LIBERACAO (FR05CB54)       00000320
      *     15/10/2026  IVS     NOVO CAMPO RTD-COND-PAGTO - A           00000330
      *                         CONDICAO DE PAGAMENTO DO CARTAO         00000340
      *                         SEGUE PARA O CABECALHO DO PEDIDO        00000350
      *                         NA LIBERACAO (FR05CB54)                 00000360
      *=========================================*                       00000370
       01  CPRTD01-REGISTRO.                                            00000380
           05  RTD-NUMERO              PIC 9(05).                       00000390
           05  RTD-CLI-ID              PIC 9(05).                       00000400
           05  RTD-CODIGO              PIC 9(08).                       00000410
           05  RTD-QUANTIDADE          PIC 9(07).                       00000420
           05  RTD-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000430
           05  RTD-VALOR-TOTAL         PIC 9(09)V99 COMP-3.             00000440
           05  RTD-LIMITE-CREDITO      PIC 9(09)V99 COMP-3.             00000450
           05  RTD-SALDO-ABERTO        PIC 9(09)V99 COMP-3.             00000460
           05  RTD-DATA-RETENCAO       PIC 9(08).                       00000470
           05  RTD-ITEM                PIC 9(03).                       00000480
           05  RTD-REGRA-PRECO         PIC X(01).                       00000490
           05  RTD-PRECO-LISTA         PIC 9(07)V99 COMP-3.             00000500
           05  RTD-COND-PAGTO          PIC X(03).                       00000510
