      *=========================================*                       00000010
      *     COPYBOOK : CPUNM01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE REFERENCIA DE        00000070
      *               UNIDADE DE MEDIDA (EX. 'UN' UNIDADE, 'CX'         00000080
      *               CAIXA, 'PLT' PALETE), MANTIDO PELA FR06CB11       00000090
      *               JUNTO COM A TABELA DE CONVERSAO POR PRODUTO       00000100
      *               (CPCNV01), CUJAS UNIDADES SAO CRITICADAS          00000110
      *               CONTRA ESTE MASTER                                00000120
      *-------------------------------------------------------*         00000130
      *     HISTORICO DE ALTERACOES                                     00000140
      *     DATA       AUTOR   DESCRICAO                                00000150
      *     ----------  ------  --------------------------------        00000160
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000170
      *=========================================*                       00000180
       01  CPUNM01-REGISTRO.                                            00000190
           05  UNM-CODIGO              PIC X(03).                       00000200
           05  UNM-DESCRICAO           PIC X(20).                       00000210
           05  UNM-STATUS              PIC X(01).                       00000220
               88  UNM-ATIVA                 VALUE 'A'.                 00000230
               88  UNM-INATIVA               VALUE 'I'.                 00000240
