      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000210
      *     15/10/2026  IVS     NOVO CAMPO BOR-PED-ITEM - COM O         00000220
      *                         PEDIDO DE VARIAS LINHAS, A ENTRADA      00000230
      *                         DA CARTEIRA E DA LINHA DO PEDIDO        00000240
      *                         (NUMERO + ITEM); ZERO = PEDIDO          00000250
      *                         ANTIGO DE LINHA UNICA                   00000260
      *=========================================*                       00000270
       01  CPBOR01-REGISTRO.                                            00000280
           05  BOR-PED-NUMERO          PIC 9(05).                       00000290
           05  BOR-CLI-ID              PIC 9(05).                       00000300
           05  BOR-CODIGO              PIC 9(08).                       00000310
           05  BOR-QTD-PEDIDA          PIC 9(07).                       00000320
           05  BOR-QTD-FALTA           PIC 9(07).                       00000330
           05  BOR-DATA-ENTRADA        PIC 9(08).                       00000340
           05  BOR-PED-ITEM            PIC 9(03).                       00000350
