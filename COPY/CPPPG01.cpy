      *=========================================*                       00000010
      *     COPYBOOK : CPPPG01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO MASTER INDEXADO DE          00000070
      *               PEDIDOS PROGRAMADOS (RECORRENTES), CHAVEADO       00000080
      *               PELO CLIENTE + SEQUENCIA DA PROGRAMACAO. CADA     00000090
      *               ENTRADA TRAZ PRODUTO, QUANTIDADE, FREQUENCIA      00000100
      *               (SEMANAL/QUINZENAL/MENSAL), PROXIMO               00000110
      *               VENCIMENTO E DATA FINAL (ZERO = SEM FIM).         00000120
      *               PPG-DIA-BASE GUARDA O DIA DO MES DA               00000130
      *               PROGRAMACAO MENSAL, PARA O VENCIMENTO VOLTAR      00000140
      *               AO DIA ORIGINAL DEPOIS DE UM MES CURTO.           00000150
      *               MANTIDO PELA FR05CB95; GERADO E AVANCADO          00000160
      *               PELA FR05CB94                                     00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPPPG01-REGISTRO.                                            00000240
           05  PPG-CHAVE.                                               00000250
               10  PPG-CLI-ID          PIC 9(05).                       00000260
               10  PPG-SEQ             PIC 9(03).                       00000270
           05  PPG-CODIGO              PIC 9(08).                       00000280
           05  PPG-QUANTIDADE          PIC 9(07).                       00000290
           05  PPG-FREQUENCIA          PIC X(01).                       00000300
               88  PPG-SEMANAL               VALUE 'S'.                 00000310
               88  PPG-QUINZENAL             VALUE 'Q'.                 00000320
               88  PPG-MENSAL                VALUE 'M'.                 00000330
           05  PPG-DIA-BASE            PIC 9(02).                       00000340
           05  PPG-PROX-DATA           PIC 9(08).                       00000350
           05  PPG-DATA-FIM            PIC 9(08).                       00000360
           05  PPG-STATUS              PIC X(01).                       00000370
               88  PPG-ATIVO                 VALUE 'A'.                 00000380
               88  PPG-ENCERRADO             VALUE 'E'.                 00000390
           05  PPG-DATA-ULT-GERACAO    PIC 9(08).                       00000400
           05  PPG-ULT-PEDIDO          PIC 9(05).                       00000410
           05  PPG-ULT-SITUACAO        PIC X(01).                       00000420
               88  PPG-ULT-GERADO            VALUE 'G'.                 00000430
               88  PPG-ULT-RETIDO            VALUE 'R'.                 00000440
               88  PPG-ULT-REJEITADO         VALUE 'J'.                 00000450
