      *=========================================*                       00000010
      *     COPYBOOK : CPQTB01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DA TABELA INDEXADA DE QUEBRA DE            00000070
      *               QUANTIDADE, CHAVEADA PELO PRODUTO +               00000080
      *               QUANTIDADE MINIMA DA FAIXA. A LINHA DE            00000090
      *               PEDIDO COM QUANTIDADE IGUAL OU SUPERIOR A         00000100
      *               MINIMA GANHA O PERCENTUAL DE DESCONTO SOBRE       00000110
      *               O PRECO DE LISTA; VALE A MAIOR FAIXA              00000120
      *               ATINGIDA, ATIVA E DENTRO DA VIGENCIA (FIM         00000130
      *               ZERO = SEM FIM). MANTIDA PELA FR05CB97 E          00000140
      *               CONSULTADA PELO SERVICO DE PRECIFICACAO           00000150
      *               (FR05CB96)                                        00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000210
      *=========================================*                       00000220
       01  CPQTB01-REGISTRO.                                            00000230
           05  QTB-CHAVE.                                               00000240
               10  QTB-CODIGO          PIC 9(08).                       00000250
               10  QTB-QTD-MINIMA      PIC 9(07).                       00000260
           05  QTB-PERC-DESCONTO       PIC 9(03)V99.                    00000270
           05  QTB-DATA-INICIO         PIC 9(08).                       00000280
           05  QTB-DATA-FIM            PIC 9(08).                       00000290
           05  QTB-STATUS              PIC X(01).                       00000300
               88  QTB-ATIVA                 VALUE 'A'.                 00000310
               88  QTB-INATIVA               VALUE 'I'.                 00000320
