      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE         00000070
      *               CONTAS A RECEBER, CHAVEADO PELO NUMERO DA         00000080
      *               NOTA FISCAL E PELA PARCELA. GRAVADO PELO          00000090
      *               FATURAMENTO                                       00000100
      *               (FR05CB26 E LIBERACAO DE BACKORDER FR05CB51)      00000110
      *               PARA CADA NOTA EMITIDA, COM O VALOR, A DATA       00000120
      *               DE EMISSAO (DATA DE NEGOCIO DO CALENDARIO) E      00000130
      *               O VENCIMENTO. BAIXADO PELO INTAKE DE              00000140
      *               RECEBIMENTOS (FR05CB52) - RECEBIMENTO PARCIAL     00000150
      *               ACUMULA EM REC-VALOR-PAGO E O TITULO SO E         00000160
      *               MARCADO PAGO QUANDO O VALOR E COBERTO. E A        00000170
      *               BASE DO RELATORIO DE AGING (FR05CB53)             00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000230
      *     02/09/2026  IVS     INCLUSAO DA MARCA DE REMESSA            00000240
      *                         (REC-REMESSA) - GRAVADA PELA            00000250
      *                         GERACAO DE REMESSA DE COBRANCA          00000260
      *                         (FR05CB55) PARA O TITULO NAO SAIR       00000270
      *                         EM DUPLICIDADE; A BAIXA PELO            00000280
      *                         RETORNO BANCARIO E FEITA PELA           00000290
      *                         FR05CB56. REGISTRO PASSA DE 47          00000300
      *                         PARA 48 POSICOES                        00000310
      *     15/10/2026  IVS     TITULO POR PARCELA DA CONDICAO          00000320
      *                         DE PAGAMENTO (CPCPG01) - CHAVE          00000330
      *                         PASSA A SER NOTA + PARCELA              00000340
      *                         (REC-CHAVE) E O TITULO GUARDA A         00000350
      *                         QUANTIDADE DE PARCELAS DA NOTA          00000360
      *                         (REC-QTD-PARCELAS). REGISTRO            00000370
      *                         PASSA DE 48 PARA 52 POSICOES            00000380
      *                         (RECARGA DO ARQUIVO)                    00000390
      *     15/10/2026  IVS     ENCARGOS POR ATRASO - TIPO DO           00000400
      *                         TITULO (REC-TIPO-TITULO, E =            00000410
      *                         TITULO DE ENCARGOS EM ABERTO,           00000420
      *                         PARCELA DO TITULO DE ORIGEM             00000430
      *                         + 50) E MULTA/JUROS RECEBIDOS           00000440
      *                         (REC-MULTA-PAGA/REC-JUROS-              00000450
      *                         PAGOS), FORA DE REC-VALOR-PAGO          00000460
      *                         QUE SO ACUMULA O PRINCIPAL.             00000470
      *                         REGISTRO PASSA DE 52 PARA 63            00000480
      *                         POSICOES (RECARGA DO ARQUIVO)           00000490
      *     15/10/2026  IVS     BAIXA POR PERDA (FR06CB04) -            00000500
      *                         SITUACAO B = TITULO BAIXADO             00000510
      *                         COMO PERDA, COM A DATA DA               00000520
      *                         BAIXA (REC-DATA-BAIXA), O SALDO         00000530
      *                         BAIXADO (REC-VALOR-BAIXADO) E           00000540
      *                         O VALOR RECEBIDO DEPOIS DA              00000550
      *                         BAIXA (REC-VALOR-RECUPERADO).           00000560
      *                         REGISTRO PASSA DE 63 PARA 83            00000570
      *                         POSICOES (RECARGA DO ARQUIVO)           00000580
      *=========================================*                       00000590
       01  CPREC01-REGISTRO.                                            00000600
           05  REC-CHAVE.                                               00000610
               10  REC-NUM-NOTA        PIC 9(05).                       00000620
               10  REC-PARCELA         PIC 9(02).                       00000630
           05  REC-CLI-ID              PIC 9(05).                       00000640
           05  REC-VALOR               PIC 9(09)V99 COMP-3.             00000650
           05  REC-VALOR-PAGO          PIC 9(09)V99 COMP-3.             00000660
           05  REC-DATA-EMISSAO        PIC 9(08).                       00000670
           05  REC-DATA-VENCIMENTO     PIC 9(08).                       00000680
           05  REC-DATA-PAGAMENTO      PIC 9(08).                       00000690
           05  REC-SITUACAO            PIC X(01).                       00000700
               88  REC-SIT-ABERTO            VALUE 'A'.                 00000710
               88  REC-SIT-PAGO              VALUE 'P'.                 00000720
               88  REC-SIT-BAIXADO           VALUE 'B'.                 00000730
           05  REC-REMESSA             PIC X(01).                       00000740
               88  REC-NAO-REMETIDO          VALUE ' '.                 00000750
               88  REC-REMETIDO              VALUE 'S'.                 00000760
           05  REC-QTD-PARCELAS        PIC 9(02).                       00000770
           05  REC-TIPO-TITULO         PIC X(01).                       00000780
               88  REC-TITULO-NORMAL         VALUE ' '.                 00000790
               88  REC-TITULO-ENCARGO        VALUE 'E'.                 00000800
           05  REC-MULTA-PAGA          PIC 9(07)V99 COMP-3.             00000810
           05  REC-JUROS-PAGOS         PIC 9(07)V99 COMP-3.             00000820
           05  REC-DATA-BAIXA          PIC 9(08).                       00000830
           05  REC-VALOR-BAIXADO       PIC 9(09)V99 COMP-3.             00000840
           05  REC-VALOR-RECUPERADO    PIC 9(09)V99 COMP-3.             00000850
