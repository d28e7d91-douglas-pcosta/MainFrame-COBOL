      *=========================================*                       00000010
      *     COPYBOOK : CPXRF01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE REFERENCIA           00000070
      *               CRUZADA DE IDENTIFICADORES DE PRODUTO,            00000080
      *               MANTIDO PELA FR06CB12. CADA REGISTRO LIGA UM      00000090
      *               IDENTIFICADOR EXTERNO AO PRDM-CODIGO: TIPO E      00000100
      *               CODIGO DE BARRAS EAN (8 OU 13 DIGITOS, COM        00000110
      *               FORNECEDOR ZERADO) OU TIPO F CODIGO DA PECA       00000120
      *               NO CATALOGO DO FORNECEDOR (CPFOR01). A CHAVE      00000130
      *               (TIPO + FORNECEDOR + IDENTIFICADOR) GARANTE       00000140
      *               QUE CADA IDENTIFICADOR APONTE PARA UM UNICO       00000150
      *               PRODUTO; UM PRODUTO PODE TER VARIOS               00000160
      *               IDENTIFICADORES. CONSULTADO PELO SERVICO DE       00000170
      *               RESOLUCAO FR06CB13 (AREA CPXRF02)                 00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPXRF01-REGISTRO.                                            00000250
           05  XRF-CHAVE.                                               00000260
               10  XRF-TIPO            PIC X(01).                       00000270
                   88  XRF-EAN               VALUE 'E'.                 00000280
                   88  XRF-PECA-FORNECEDOR   VALUE 'F'.                 00000290
               10  XRF-FORNECEDOR      PIC 9(05).                       00000300
               10  XRF-IDENTIFICADOR   PIC X(20).                       00000310
           05  XRF-CODIGO              PIC 9(08).                       00000320
           05  XRF-STATUS              PIC X(01).                       00000330
               88  XRF-ATIVO                 VALUE 'A'.                 00000340
               88  XRF-INATIVO               VALUE 'I'.                 00000350
