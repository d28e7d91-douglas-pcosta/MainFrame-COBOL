      *=========================================*                       00000010
      *     COPYBOOK : CPCNB01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE ITENS DA             00000070
      *               CONCILIACAO BANCARIA (80 POSICOES), MANTIDO       00000080
      *               PELA FR06CB06. TIPO B = CREDITO DO EXTRATO        00000090
      *               DO BANCO (CPEXB01), CHAVEADO PELA DATA DO         00000100
      *               MOVIMENTO E A ORDEM DO DETALHE NO EXTRATO;        00000110
      *               TIPO R = RECEBIMENTO LANCADO (CPRCB01),           00000120
      *               CHAVEADO PELA DATA DE NEGOCIO E A ORDEM DO        00000130
      *               REGISTRO NO ARQUIVO DE RECEBIMENTOS - A           00000140
      *               CHAVE DETERMINISTICA DEIXA A REEXECUCAO SEM       00000150
      *               ITEM EM DOBRO. ITEM PENDENTE (A) VOLTA A          00000160
      *               CADA EXECUCAO ATE SER CONCILIADO (L), COM A       00000170
      *               CHAVE DO ITEM DO OUTRO LADO EM CNB-CHAVE-PAR      00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPCNB01-REGISTRO.                                            00000250
           05  CNB-CHAVE.                                               00000260
               10  CNB-TIPO            PIC X(01).                       00000270
                   88  CNB-TIPO-BANCO        VALUE 'B'.                 00000280
                   88  CNB-TIPO-RECEBIMENTO  VALUE 'R'.                 00000290
               10  CNB-DATA            PIC 9(08).                       00000300
               10  CNB-SEQUENCIA       PIC 9(07).                       00000310
           05  CNB-NUM-NOTA            PIC 9(05).                       00000320
           05  CNB-PARCELA             PIC 9(02).                       00000330
           05  CNB-CLI-ID              PIC 9(05).                       00000340
           05  CNB-VALOR               PIC 9(09)V99 COMP-3.             00000350
           05  CNB-ORIGEM              PIC X(01).                       00000360
           05  CNB-SITUACAO            PIC X(01).                       00000370
               88  CNB-SIT-PENDENTE          VALUE 'A'.                 00000380
               88  CNB-SIT-CONCILIADO        VALUE 'L'.                 00000390
           05  CNB-DATA-CONCILIACAO    PIC 9(08).                       00000400
           05  CNB-CHAVE-PAR           PIC X(16).                       00000410
           05  CNB-HISTORICO           PIC X(20).                       00000420
