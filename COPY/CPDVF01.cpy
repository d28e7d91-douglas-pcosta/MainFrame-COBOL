      *=========================================*                       00000010
      *     COPYBOOK : CPDVF01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER DE DEVOLUCOES AO                 00000070
      *               FORNECEDOR (NOTA DE DEBITO), GRAVADO PELO         00000080
      *               INTAKE DE DEVOLUCAO (FR06CB10). NUMERADO          00000090
      *               PELA SEQUENCIA 'DEVFORN' DO SERVICO DE            00000100
      *               SEQUENCIAL (FR05CB34). CADA DEVOLUCAO NASCE       00000110
      *               COM O CREDITO PENDENTE E SO SAI DA POSICAO        00000120
      *               EM ABERTO QUANDO O FORNECEDOR CONFIRMA O          00000130
      *               CREDITO (CARTAO 'C' DA FR06CB10)                  00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000190
      *=========================================*                       00000200
       01  CPDVF01-REGISTRO.                                            00000210
           05  DVF-NUMERO              PIC 9(05).                       00000220
           05  DVF-FORNECEDOR          PIC 9(05).                       00000230
           05  DVF-CODIGO              PIC 9(08).                       00000240
           05  DVF-LOTE                PIC X(10).                       00000250
           05  DVF-DEPOSITO            PIC X(02).                       00000260
           05  DVF-QUANTIDADE          PIC 9(07).                       00000270
           05  DVF-CUSTO-UNIT          PIC 9(07)V99 COMP-3.             00000280
           05  DVF-VALOR               PIC 9(11)V99 COMP-3.             00000290
           05  DVF-MOTIVO              PIC X(01).                       00000300
               88  DVF-MOTIVO-DEFEITO        VALUE 'D'.                 00000310
               88  DVF-MOTIVO-RECALL         VALUE 'R'.                 00000320
           05  DVF-DATA-EMISSAO        PIC 9(08).                       00000330
           05  DVF-SITUACAO            PIC X(01).                       00000340
               88  DVF-CREDITO-PENDENTE      VALUE 'P'.                 00000350
               88  DVF-CREDITO-CONFIRMADO    VALUE 'C'.                 00000360
           05  DVF-DATA-CREDITO        PIC 9(08).                       00000370
           05  DVF-VALOR-CREDITADO     PIC 9(11)V99 COMP-3.             00000380
           05  DVF-DOC-CREDITO         PIC X(10).                       00000390
           05  FILLER                  PIC X(05).                       00000400
