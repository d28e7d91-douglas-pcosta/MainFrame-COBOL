      *=========================================*                       00000010
      *     COPYBOOK : CPCPG01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE CONDICOES DE         00000070
      *               PAGAMENTO, CHAVEADO PELO CODIGO DA CONDICAO       00000080
      *               (EX. '306' = 3X 30/60/90, 'E2X' = ENTRADA         00000090
      *               + 2X). CADA PARCELA TEM O PRAZO EM MESES          00000100
      *               SOBRE A EMISSAO DA NOTA (ZERO = ENTRADA, A        00000110
      *               VISTA) E O PERCENTUAL DO TOTAL DA NOTA; OS        00000120
      *               PERCENTUAIS SOMAM 100 E A SOBRA DE                00000130
      *               ARREDONDAMENTO FICA NA ULTIMA PARCELA. A          00000140
      *               CONDICAO E ATRIBUIDA AO CLIENTE (CPCLIE01) E      00000150
      *               PODE SER TROCADA NO PEDIDO (CPPDC01). MANTIDO     00000160
      *               PELA FR05CB99 E LIDO PELO FATURAMENTO             00000170
      *               (FR05CB26) E PELA LIBERACAO DE BACKORDER          00000180
      *               (FR05CB51), QUE GERAM UM TITULO POR PARCELA       00000190
      *-------------------------------------------------------*         00000200
      *     HISTORICO DE ALTERACOES                                     00000210
      *     DATA       AUTOR   DESCRICAO                                00000220
      *     ----------  ------  --------------------------------        00000230
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000240
      *=========================================*                       00000250
       01  CPCPG01-REGISTRO.                                            00000260
           05  CPG-CODIGO              PIC X(03).                       00000270
           05  CPG-DESCRICAO           PIC X(18).                       00000280
           05  CPG-QTD-PARCELAS        PIC 9(02).                       00000290
           05  CPG-PARCELAS.                                            00000300
               10  CPG-PARCELA             OCCURS 08 TIMES.             00000310
                   15  CPG-MESES           PIC 9(02).                   00000320
                   15  CPG-PERC            PIC 9(03)V99.                00000330
           05  CPG-STATUS              PIC X(01).                       00000340
               88  CPG-ATIVA                 VALUE 'A'.                 00000350
               88  CPG-INATIVA               VALUE 'I'.                 00000360
