      *               CONSULTADO PELA CARGA DE PRECO (FR05CB33),        00000090
      *               PELA GERACAO DE PEDIDOS DE COMPRA                 00000100
      *               (FR05CB65) E PELO ACOMPANHAMENTO DE               00000110
      *               PEDIDOS (FR05CB67, PRAZO DE ENTREGA). AS          00000120
      *               CONDICOES COMERCIAIS (PRAZO DE PAGAMENTO E        00000130
      *               TOLERANCIAS DE QUANTIDADE E PRECO) SAO            00000140
      *               USADAS PELO INTAKE DE NOTA FISCAL DE              00000150
      *               FORNECEDOR (FR06CB07). A NOTA DE                  00000160
      *               DESEMPENHO DO ULTIMO MES APURADO E GRAVADA        00000170
      *               PELO SCORECARD MENSAL (FR06CB09) E EXIBIDA        00000180
      *               NA GERACAO DE PEDIDOS (FR05CB65)                  00000190
      *-------------------------------------------------------*         00000200
      *     HISTORICO DE ALTERACOES                                     00000210
      *     DATA       AUTOR   DESCRICAO                                00000220
      *     ----------  ------  --------------------------------        00000230
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000240
      *     15/10/2026  IVS     CONDICOES COMERCIAIS: PRAZO DE          00000250
      *                         PAGAMENTO EM DIAS (ZERO = 30) E         00000260
      *                         TOLERANCIAS PERCENTUAIS DE              00000270
      *                         QUANTIDADE E DE PRECO PARA O            00000280
      *                         CASAMENTO DA NOTA DO FORNECEDOR         00000290
      *     15/10/2026  IVS     NOTA DE DESEMPENHO DO                   00000300
      *                         FORNECEDOR (0-100), MES DE              00000310
      *                         REFERENCIA E SITUACAO DA NOTA           00000320
      *                         (ABAIXO DO MINIMO OU NORMAL),           00000330
      *                         GRAVADOS PELA FR06CB09                  00000340
      *=========================================*                       00000350
       01  CPFOR01-REGISTRO.                                            00000360
           05  FRN-CODIGO              PIC 9(05).                       00000370
           05  FRN-NOME                PIC X(30).                       00000380
           05  FRN-PRAZO-ENTREGA       PIC 9(03).                       00000390
           05  FRN-STATUS              PIC X(01).                       00000400
               88  FRN-ATIVO                 VALUE 'A'.                 00000410
               88  FRN-INATIVO               VALUE 'I'.                 00000420
           05  FRN-PRAZO-PAGTO         PIC 9(03).                       00000430
           05  FRN-TOL-QTD-PCT         PIC 9(03).                       00000440
           05  FRN-TOL-PRECO-PCT       PIC 9(03).                       00000450
           05  FRN-NOTA                PIC 9(03).                       00000460
           05  FRN-NOTA-MES            PIC 9(06).                       00000470
           05  FRN-NOTA-SITUACAO       PIC X(01).                       00000480
               88  FRN-NOTA-ABAIXO           VALUE 'B'.                 00000490
               88  FRN-NOTA-NORMAL           VALUE 'N'.                 00000500
               88  FRN-SEM-NOTA              VALUE SPACE.               00000510
