      *=========================================*                       00000010
      *     COPYBOOK : CPRCB01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO SEQUENCIAL DE                   00000070
      *               RECEBIMENTOS LANCADOS NO CONTAS A RECEBER         00000080
      *               (80 POSICOES), GRAVADO EM EXTEND - UM             00000090
      *               REGISTRO POR CARTAO ACEITO NO INTAKE DE           00000100
      *               RECEBIMENTOS (FR05CB52, ORIGEM C) E POR           00000110
      *               DETALHE BAIXADO DO RETORNO BANCARIO               00000120
      *               (FR05CB56, ORIGEM R), COM O VALOR INTEIRO         00000130
      *               RECEBIDO E A DATA DE NEGOCIO DO LANCAMENTO.       00000140
      *               LIDO PELA CONCILIACAO BANCARIA (FR06CB06),        00000150
      *               QUE CASA CADA RECEBIMENTO COM O CREDITO DO        00000160
      *               EXTRATO DO BANCO (CPEXB01)                        00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPRCB01-REGISTRO.                                            00000240
           05  RCB-DATA                PIC 9(08).                       00000250
           05  RCB-NUM-NOTA            PIC 9(05).                       00000260
           05  RCB-PARCELA             PIC 9(02).                       00000270
           05  RCB-CLI-ID              PIC 9(05).                       00000280
           05  RCB-VALOR               PIC 9(09)V99.                    00000290
           05  RCB-DATA-PAGAMENTO      PIC 9(08).                       00000300
           05  RCB-ORIGEM              PIC X(01).                       00000310
               88  RCB-ORG-CARTAO            VALUE 'C'.                 00000320
               88  RCB-ORG-RETORNO           VALUE 'R'.                 00000330
           05  RCB-PROGRAMA            PIC X(08).                       00000340
           05  RCB-OPERADOR            PIC X(20).                       00000350
           05  FILLER                  PIC X(12).                       00000360
