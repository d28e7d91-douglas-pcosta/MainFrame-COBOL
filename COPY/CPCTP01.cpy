      *=========================================*                       00000010
      *     COPYBOOK : CPCTP01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE PRECO DE             00000070
      *               CONTRATO, CHAVEADO PELO CLIENTE + TIPO +          00000080
      *               ITEM. TIPO 'P' E O CONTRATO POR PRODUTO           00000090
      *               (ITEM = CODIGO DO PRODUTO, COM PRECO FIXO         00000100
      *               OU, PRECO ZERADO, PERCENTUAL SOBRE O PRECO        00000110
      *               DE LISTA); TIPO 'C' E O CONTRATO POR              00000120
      *               CATEGORIA (ITEM = CODIGO DA CATEGORIA NAS         00000130
      *               5 PRIMEIRAS POSICOES, SEMPRE PERCENTUAL).         00000140
      *               VALE ENTRE AS DATAS DE INICIO E FIM (FIM          00000150
      *               ZERO = SEM FIM) ENQUANTO ATIVO. MANTIDO           00000160
      *               PELA FR05CB97 E CONSULTADO PELO SERVICO DE        00000170
      *               PRECIFICACAO (FR05CB96)                           00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPCTP01-REGISTRO.                                            00000250
           05  CTP-CHAVE.                                               00000260
               10  CTP-CLI-ID          PIC 9(05).                       00000270
               10  CTP-TIPO            PIC X(01).                       00000280
                   88  CTP-POR-PRODUTO       VALUE 'P'.                 00000290
                   88  CTP-POR-CATEGORIA     VALUE 'C'.                 00000300
               10  CTP-ITEM            PIC X(08).                       00000310
           05  CTP-PRECO-CONTRATO      PIC 9(07)V99 COMP-3.             00000320
           05  CTP-PERC-DESCONTO       PIC 9(03)V99.                    00000330
           05  CTP-DATA-INICIO         PIC 9(08).                       00000340
           05  CTP-DATA-FIM            PIC 9(08).                       00000350
           05  CTP-STATUS              PIC X(01).                       00000360
               88  CTP-ATIVO                 VALUE 'A'.                 00000370
               88  CTP-INATIVO               VALUE 'I'.                 00000380
