      *=========================================*                       00000010
      *     COPYBOOK : CPPAG01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE CONTAS A             00000070
      *               PAGAR (80 POSICOES), CHAVEADO PELO                00000080
      *               FORNECEDOR E O NUMERO DA NOTA FISCAL DELE -       00000090
      *               A MESMA NOTA NAO ENTRA DUAS VEZES. GRAVADO        00000100
      *               PELO INTAKE DE NOTA FISCAL DE FORNECEDOR          00000110
      *               (FR06CB07) APOS O CASAMENTO EM TRES VIAS          00000120
      *               COM O PEDIDO DE COMPRA E O RECEBIMENTO            00000130
      *               (CPPOR01): NOTA CASADA ENTRA ABERTA (A),          00000140
      *               COM VENCIMENTO PELO PRAZO DE PAGAMENTO DO         00000150
      *               FORNECEDOR (CPFOR01); NOTA COM DIVERGENCIA        00000160
      *               ENTRA RETIDA (R), COM A DIVERGENCIA               00000170
      *               APONTADA, ATE A LIBERACAO PELO COMPRAS            00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPPAG01-REGISTRO.                                            00000250
           05  PAG-CHAVE.                                               00000260
               10  PAG-FORNECEDOR      PIC 9(05).                       00000270
               10  PAG-NUM-NF          PIC X(10).                       00000280
           05  PAG-POR-NUMERO          PIC 9(05).                       00000290
           05  PAG-CODIGO              PIC 9(08).                       00000300
           05  PAG-QUANTIDADE          PIC 9(07).                       00000310
           05  PAG-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000320
           05  PAG-VALOR               PIC 9(11)V99 COMP-3.             00000330
           05  PAG-DATA-ENTRADA        PIC 9(08).                       00000340
           05  PAG-DATA-VENCIMENTO     PIC 9(08).                       00000350
           05  PAG-SITUACAO            PIC X(01).                       00000360
               88  PAG-SIT-ABERTO            VALUE 'A'.                 00000370
               88  PAG-SIT-RETIDO            VALUE 'R'.                 00000380
               88  PAG-SIT-PAGO              VALUE 'P'.                 00000390
           05  PAG-DIVERGENCIAS.                                        00000400
               10  PAG-DIV-QTD-PEDIDA  PIC X(01).                       00000410
                   88  PAG-ACIMA-PEDIDO      VALUE 'S'.                 00000420
               10  PAG-DIV-QTD-RECEB   PIC X(01).                       00000430
                   88  PAG-ACIMA-RECEBIDO    VALUE 'S'.                 00000440
               10  PAG-DIV-PRECO       PIC X(01).                       00000450
                   88  PAG-PRECO-ACIMA       VALUE 'S'.                 00000460
           05  PAG-DATA-PAGAMENTO      PIC 9(08).                       00000470
           05  FILLER                  PIC X(05).                       00000480
