      *=========================================*                       00000010
      *     COPYBOOK : CPWST01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER DE SITUACAO DOS PEDIDOS          00000070
      *               DA LOJA VIRTUAL (ARQUIVO INDEXADO PELA            00000080
      *               REFERENCIA DA LOJA, CHAVE ALTERNATIVA PELO        00000090
      *               NUMERO DE RETENCAO). GRAVADO PELO INTAKE          00000100
      *               DA LOJA (FR05CB80) E PELA LIBERACAO DE            00000110
      *               RETIDOS (FR05CB54); A SITUACAO DE PEDIDO          00000120
      *               ACEITO E ATUALIZADA PELO FEED DE RETORNO          00000130
      *               (FR06CB19) A PARTIR DO CABECALHO DO PEDIDO        00000140
      *               E DAS ENTREGAS. WST-SIT-ENVIADA/WST-NOTA-         00000150
      *               ENVIADA GUARDAM O QUE JA FOI INFORMADO A          00000160
      *               LOJA - SO A MUDANCA SEGUE NO FEED                 00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPWST01-REGISTRO.                                            00000240
           05  WST-PEDIDO-LOJA         PIC X(10).                       00000250
           05  WST-CLI-ID              PIC 9(05).                       00000260
           05  WST-SITUACAO            PIC X(01).                       00000270
               88  WST-ACEITO                VALUE 'A'.                 00000280
               88  WST-REJEITADO             VALUE 'J'.                 00000290
               88  WST-RETIDO                VALUE 'R'.                 00000300
               88  WST-BACKORDER             VALUE 'B'.                 00000310
               88  WST-FATURADO              VALUE 'F'.                 00000320
               88  WST-ENTREGUE              VALUE 'E'.                 00000330
               88  WST-CANCELADO             VALUE 'C'.                 00000340
               88  WST-SITUACAO-FINAL        VALUE 'J' 'E' 'C'.         00000350
           05  WST-DATA-SITUACAO       PIC 9(08).                       00000360
           05  WST-PED-NUMERO          PIC 9(05).                       00000370
           05  WST-RTD-NUMERO          PIC 9(05).                       00000380
           05  WST-NUM-NOTA            PIC 9(05).                       00000390
           05  WST-MOTIVO              PIC 9(02).                       00000400
           05  WST-DESCRICAO           PIC X(40).                       00000410
           05  WST-DATA-ENTRADA        PIC 9(08).                       00000420
           05  WST-SIT-ENVIADA         PIC X(01).                       00000430
           05  WST-NOTA-ENVIADA        PIC 9(05).                       00000440
           05  WST-DATA-ENVIO          PIC 9(08).                       00000450
           05  FILLER                  PIC X(07).                       00000460
