      *=========================================*                       00000010
      *     COPYBOOK : CPENT01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER DE COMPROVANTES DE               00000070
      *               ENTREGA (ARQUIVO INDEXADO PELO NUMERO DA          00000080
      *               NOTA), GRAVADO PELO INTAKE DE ENTREGAS            00000090
      *               (FR06CB18). GUARDA A ULTIMA OCORRENCIA DA         00000100
      *               NOTA: ENTREGUE (COM O RECEBEDOR), FALHA           00000110
      *               (COM A DATA DA REENTREGA, PROXIMO DIA UTIL,       00000120
      *               LIDA PELAS FOLHAS DE ROTA DA FR05CB78) OU         00000130
      *               RECUSADA (DEVOLUCAO GERADA PARA A FR05CB59).      00000140
      *               MOTIVOS: 01 DESTINATARIO AUSENTE,                 00000150
      *               02 ESTABELECIMENTO FECHADO, 03 ENDERECO NAO       00000160
      *               LOCALIZADO, 04 ENDERECO INCOMPLETO, 05            00000170
      *               MERCADORIA AVARIADA, 06 PEDIDO NAO                00000180
      *               RECONHECIDO, 07 DIVERGENCIA DE PRODUTO OU         00000190
      *               QUANTIDADE, 08 OUTROS                             00000200
      *-------------------------------------------------------*         00000210
      *     HISTORICO DE ALTERACOES                                     00000220
      *     DATA       AUTOR   DESCRICAO                                00000230
      *     ----------  ------  --------------------------------        00000240
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000250
      *=========================================*                       00000260
       01  CPENT01-REGISTRO.                                            00000270
           05  ENT-NOTA                PIC 9(05).                       00000280
           05  ENT-PED-NUMERO          PIC 9(05).                       00000290
           05  ENT-CLI-ID              PIC 9(05).                       00000300
           05  ENT-CLI-NOME            PIC X(30).                       00000310
           05  ENT-SITUACAO            PIC X(01).                       00000320
               88  ENT-ENTREGUE              VALUE 'E'.                 00000330
               88  ENT-FALHA                 VALUE 'F'.                 00000340
               88  ENT-RECUSADA              VALUE 'R'.                 00000350
           05  ENT-MOTIVO              PIC 9(02).                       00000360
               88  ENT-MOTIVO-ENDERECO       VALUE 03 04.               00000370
           05  ENT-RECEBEDOR           PIC X(30).                       00000380
           05  ENT-DATA-OCORRENCIA     PIC 9(08).                       00000390
           05  ENT-DATA-REENTREGA      PIC 9(08).                       00000400
           05  ENT-TENTATIVAS          PIC 9(02).                       00000410
           05  ENT-DATA-REGISTRO       PIC 9(08).                       00000420
           05  FILLER                  PIC X(06).                       00000430
