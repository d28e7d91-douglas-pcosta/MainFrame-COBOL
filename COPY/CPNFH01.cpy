      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000220
      *     15/10/2026  IVS     NOTA PASSA A TER VARIAS LINHAS (UMA     00000230
      *                         POR LINHA DO PEDIDO) - A CHAVE          00000240
      *                         PASSA A SER NFH-CHAVE (NUMERO DA        00000250
      *                         NOTA + NFH-ITEM); A NOTA INTEIRA E      00000260
      *                         LIDA POR START NO ITEM ZERO             00000270
      *     15/10/2026  IVS     NOVOS CAMPOS NFH-REGRA-PRECO E          00000280
      *                         NFH-PRECO-LISTA, COPIADOS DA LINHA      00000290
      *                         DO PEDIDO - A MARGEM (FR05CB84)         00000300
      *                         APURA A RECEITA CEDIDA EM CONTRATO      00000310
      *                         E QUEBRA DE QUANTIDADE                  00000320
      *     15/10/2026  IVS     NOVO CAMPO NFH-VALOR-FRETE - O          00000330
      *                         FRETE DA NOTA (TABELA CPFRT01) FICA     00000340
      *                         NA PRIMEIRA LINHA (ITEM 001) E AS       00000350
      *                         DEMAIS SAEM ZERADAS; A INTERFACE        00000360
      *                         CONTABIL (FR05CB83) LANCA O FRETE       00000370
      *                         COMO EVENTO PROPRIO (FR)                00000380
      *     15/10/2026  IVS     NOTA FISCAL ELETRONICA: NOVOS           00000390
      *                         CAMPOS NFH-SIT-NFE (PENDENTE NA         00000400
      *                         EMISSAO, AUTORIZADA OU REJEITADA        00000410
      *                         PELO RETORNO DA SEFAZ - FR06CB14),      00000420
      *                         NFH-CHAVE-ACESSO, NFH-PROTOCOLO,        00000430
      *                         NFH-DATA-AUTORIZACAO E                  00000440
      *                         NFH-MOTIVO-REJEICAO, REPETIDOS EM       00000450
      *                         TODAS AS LINHAS DA NOTA. NOTA           00000460
      *                         ANTERIOR A NF-E FICA COM A              00000470
      *                         SITUACAO EM BRANCO                      00000480
      *     15/10/2026  IVS     APURACAO DO IMPOSTO: NOVOS CAMPOS       00000490
      *                         NFH-UF (UF DO ENDERECO DO CLIENTE),     00000500
      *                         NFH-CATEGORIA (DO PRODUTO),             00000510
      *                         NFH-BASE-IMPOSTO, NFH-ALIQUOTA E        00000520
      *                         NFH-VALOR-IMPOSTO, GRAVADOS NA          00000530
      *                         EMISSAO PARA O LIVRO MENSAL DE          00000540
      *                         SAIDAS POR UF (FR06CB16). LINHA         00000550
      *                         ANTERIOR FICA COM A BASE NAO            00000560
      *                         NUMERICA - O LIVRO A TRATA COMO         00000570
      *                         BASE = VALOR DA LINHA, SEM IMPOSTO      00000580
      *     15/10/2026  IVS     CANCELAMENTO DA NOTA NO DIA DA          00000590
      *                         EMISSAO (FR06CB17): NOVOS CAMPOS        00000600
      *                         NFH-SITUACAO ('C' = CANCELADA),         00000610
      *                         NFH-DATA-CANCELAMENTO E                 00000620
      *                         NFH-OPER-CANCELAMENTO, REPETIDOS EM     00000630
      *                         TODAS AS LINHAS DA NOTA. A NOTA         00000640
      *                         CANCELADA PERMANECE NO HISTORICO E      00000650
      *                         SAI DA COMISSAO, DO LIVRO DE SAIDAS,    00000660
      *                         DA CONTABILIDADE, DA MARGEM E DAS       00000670
      *                         FOLHAS DE ROTA                          00000680
      *=========================================*                       00000690
       01  CPNFH01-REGISTRO.                                            00000700
           05  NFH-CHAVE.                                               00000710
               10  NFH-NUMERO          PIC 9(05).                       00000720
               10  NFH-ITEM            PIC 9(03).                       00000730
           05  NFH-PED-NUMERO          PIC 9(05).                       00000740
           05  NFH-CLI-ID              PIC 9(05).                       00000750
           05  NFH-CLI-NOME            PIC X(30).                       00000760
           05  NFH-CODIGO              PIC 9(08).                       00000770
           05  NFH-QUANTIDADE          PIC 9(07).                       00000780
           05  NFH-PRECO-UNIT          PIC 9(07)V99 COMP-3.             00000790
           05  NFH-VALOR-TOTAL         PIC 9(09)V99 COMP-3.             00000800
           05  NFH-DATA-EMISSAO        PIC 9(08).                       00000810
           05  NFH-REGRA-PRECO         PIC X(01).                       00000820
               88  NFH-PRECO-NEGOCIADO       VALUE 'C' 'G' 'Q'.         00000830
           05  NFH-PRECO-LISTA         PIC 9(07)V99 COMP-3.             00000840
           05  NFH-VALOR-FRETE         PIC 9(07)V99 COMP-3.             00000850
           05  NFH-SIT-NFE             PIC X(01).                       00000860
               88  NFH-NFE-PENDENTE          VALUE 'P'.                 00000870
               88  NFH-NFE-AUTORIZADA        VALUE 'A'.                 00000880
               88  NFH-NFE-REJEITADA         VALUE 'R'.                 00000890
           05  NFH-CHAVE-ACESSO        PIC X(44).                       00000900
           05  NFH-PROTOCOLO           PIC X(15).                       00000910
           05  NFH-DATA-AUTORIZACAO    PIC 9(08).                       00000920
           05  NFH-MOTIVO-REJEICAO     PIC X(03).                       00000930
           05  NFH-UF                  PIC X(02).                       00000940
           05  NFH-CATEGORIA           PIC X(05).                       00000950
           05  NFH-BASE-IMPOSTO        PIC 9(09)V99 COMP-3.             00000960
           05  NFH-ALIQUOTA            PIC 9(02)V99.                    00000970
           05  NFH-VALOR-IMPOSTO       PIC 9(09)V99 COMP-3.             00000980
           05  NFH-SITUACAO            PIC X(01).                       00000990
               88  NFH-NOTA-CANCELADA        VALUE 'C'.                 00001000
           05  NFH-DATA-CANCELAMENTO   PIC 9(08).                       00001010
           05  NFH-OPER-CANCELAMENTO   PIC X(20).                       00001020
