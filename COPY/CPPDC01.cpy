      *=========================================*                       00000010
      *     COPYBOOK : CPPDC01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE         00000070
      *               CABECALHO DE PEDIDO, CHAVEADO PELO NUMERO DO      00000080
      *               PEDIDO. UM CABECALHO POR PEDIDO, COM O            00000090
      *               CLIENTE, A DATA, A ORIGEM, A QUANTIDADE DE        00000100
      *               LINHAS E O VALOR TOTAL; AS LINHAS DE ITEM         00000110
      *               FICAM NO ARQUIVO DE PEDIDOS (CPPED01, UMA         00000120
      *               POR PRODUTO). GRAVADO PELOS INTAKES               00000130
      *               (FR05CB25, FR05CB80) E PELA LIBERACAO DE          00000140
      *               RETIDOS (FR05CB54) E PELA CONVERSAO DE            00000150
      *               ORCAMENTO (FR05CB92) E PELO GERADOR DE PEDIDOS    00000160
      *               PROGRAMADOS (FR05CB94); O FATURAMENTO (FR05CB26)  00000170
      *               ATUALIZA O STATUS E GUARDA O NUMERO DA NOTA       00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *     15/10/2026  IVS     NOVA ORIGEM 'O' - PEDIDO GERADO         00000240
      *                         PELA CONVERSAO DE UM ORCAMENTO          00000250
      *     15/10/2026  IVS     NOVA ORIGEM 'P' - PEDIDO GERADO         00000260
      *                         PELA PROGRAMACAO RECORRENTE             00000270
      *     15/10/2026  IVS     CONDICAO DE PAGAMENTO DO PEDIDO         00000280
      *                         (PDC-COND-PAGTO) - INFORMADA NO         00000290
      *                         CARTAO DO INTAKE (FR05CB25), TROCA      00000300
      *                         A CONDICAO DO CLIENTE NO                00000310
      *                         FATURAMENTO; EM BRANCO = A DO           00000320
      *                         CLIENTE                                 00000330
      *=========================================*                       00000340
       01  CPPDC01-REGISTRO.                                            00000350
           05  PDC-NUMERO              PIC 9(05).                       00000360
           05  PDC-CLI-ID              PIC 9(05).                       00000370
           05  PDC-DATA                PIC 9(08).                       00000380
           05  PDC-ORIGEM              PIC X(01).                       00000390
               88  PDC-ORIG-BALCAO           VALUE 'B'.                 00000400
               88  PDC-ORIG-LOJA             VALUE 'L'.                 00000410
               88  PDC-ORIG-LIBERACAO        VALUE 'R'.                 00000420
               88  PDC-ORIG-ORCAMENTO        VALUE 'O'.                 00000430
               88  PDC-ORIG-PROGRAMADO       VALUE 'P'.                 00000440
           05  PDC-REF-LOJA            PIC X(10).                       00000450
           05  PDC-QTD-ITENS           PIC 9(03).                       00000460
           05  PDC-VALOR-TOTAL         PIC 9(09)V99 COMP-3.             00000470
           05  PDC-STATUS              PIC X(01).                       00000480
               88  PDC-ABERTO                VALUE 'A'.                 00000490
               88  PDC-FATURADO              VALUE 'F'.                 00000500
               88  PDC-PARCIAL               VALUE 'P'.                 00000510
               88  PDC-BACKORDER             VALUE 'B'.                 00000520
           05  PDC-NUM-NOTA            PIC 9(05).                       00000530
           05  PDC-DATA-FATURA         PIC 9(08).                       00000540
           05  PDC-COND-PAGTO          PIC X(03).                       00000550
