      *=========================================*                       00000010
      *     COPYBOOK : CPCRD01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE CREDITOS EM          00000070
      *               CONTA DO CLIENTE (80 POSICOES), CHAVEADO          00000080
      *               POR CLIENTE + DATA DO CREDITO + SEQUENCIA -       00000090
      *               A LEITURA NA ORDEM DA CHAVE TRAZ OS CREDITOS      00000100
      *               DE CADA CLIENTE DO MAIS ANTIGO PARA O MAIS        00000110
      *               NOVO. ORIGEM N = DINHEIRO NAO APLICADO            00000120
      *               (RECEBIMENTO SEM TITULO EM ABERTO), S =           00000130
      *               SOBRA DE RECEBIMENTO ACIMA DO SALDO DO            00000140
      *               TITULO (FR05CB52 E FR05CB56), C = NOTA DE         00000150
      *               CREDITO DE DEVOLUCAO (FR05CB59). CLIENTE          00000160
      *               00000 GUARDA O RETORNO BANCARIO SEM TITULO        00000170
      *               CORRESPONDENTE, AGUARDANDO IDENTIFICACAO.         00000180
      *               O SALDO E CONSUMIDO PELA APLICACAO NOTURNA        00000190
      *               (FR06CB05) E O CREDITO FICA APLICADO (L)          00000200
      *               QUANDO ZERA                                       00000210
      *-------------------------------------------------------*         00000220
      *     HISTORICO DE ALTERACOES                                     00000230
      *     DATA       AUTOR   DESCRICAO                                00000240
      *     ----------  ------  --------------------------------        00000250
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000260
      *=========================================*                       00000270
       01  CPCRD01-REGISTRO.                                            00000280
           05  CRD-CHAVE.                                               00000290
               10  CRD-CLI-ID          PIC 9(05).                       00000300
               10  CRD-DATA            PIC 9(08).                       00000310
               10  CRD-SEQUENCIA       PIC 9(03).                       00000320
           05  CRD-ORIGEM              PIC X(01).                       00000330
               88  CRD-ORG-NAO-APLICADO      VALUE 'N'.                 00000340
               88  CRD-ORG-SOBRA             VALUE 'S'.                 00000350
               88  CRD-ORG-NOTA-CREDITO      VALUE 'C'.                 00000360
           05  CRD-DOCUMENTO           PIC X(12).                       00000370
           05  CRD-VALOR               PIC 9(09)V99 COMP-3.             00000380
           05  CRD-SALDO               PIC 9(09)V99 COMP-3.             00000390
           05  CRD-SITUACAO            PIC X(01).                       00000400
               88  CRD-SIT-ABERTO            VALUE 'A'.                 00000410
               88  CRD-SIT-APLICADO          VALUE 'L'.                 00000420
           05  CRD-DATA-APLICACAO      PIC 9(08).                       00000430
           05  CRD-PROGRAMA            PIC X(08).                       00000440
           05  FILLER                  PIC X(22).                       00000450
