      *     DATA       AUTOR   DESCRICAO                                00000150
      *     ----------  ------  --------------------------------        00000160
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000170
      *     15/10/2026  IVS     IDENTIFICADOR ALTERNATIVO NO            00000180
      *                         DETALHE: COM WEB-CODIGO ZERADO OU EM    00000190
      *                         BRANCO, O PRODUTO E RESOLVIDO PELO      00000200
      *                         EAN OU PELA PECA DO FORNECEDOR          00000210
      *                         (WEB-FORNECEDOR) NA REFERENCIA          00000220
      *                         CRUZADA CPXRF01                         00000230
      *=========================================*                       00000240
       01  CPWEB01-REGISTRO.                                            00000250
           05  WEB-TIPO-REG            PIC X(01).                       00000260
               88  WEB-REG-HEADER            VALUE 'H'.                 00000270
               88  WEB-REG-DETALHE           VALUE 'D'.                 00000280
               88  WEB-REG-TRAILER           VALUE 'T'.                 00000290
           05  WEB-DADOS               PIC X(59).                       00000300
       01  CPWEB01-DETALHE        REDEFINES  CPWEB01-REGISTRO.          00000310
           05  WEB-TIPO-REG-D          PIC X(01).                       00000320
           05  WEB-PEDIDO-LOJA         PIC X(10).                       00000330
           05  WEB-CLI-ID              PIC 9(05).                       00000340
           05  WEB-CODIGO              PIC 9(08).                       00000350
           05  WEB-QUANTIDADE          PIC 9(07).                       00000360
           05  WEB-IDENT-ALTERNATIVO   PIC X(20).                       00000370
           05  WEB-FORNECEDOR          PIC 9(05).                       00000380
           05  FILLER                  PIC X(04).                       00000390
       01  CPWEB01-HEADER         REDEFINES  CPWEB01-REGISTRO.          00000400
           05  WEB-TIPO-REG-H          PIC X(01).                       00000410
           05  WEB-DATA-GERACAO        PIC 9(08).                       00000420
           05  WEB-ORIGEM              PIC X(08).                       00000430
           05  FILLER                  PIC X(43).                       00000440
       01  CPWEB01-TRAILER        REDEFINES  CPWEB01-REGISTRO.          00000450
           05  WEB-TIPO-REG-T          PIC X(01).                       00000460
           05  WEB-QTD-REGISTROS       PIC 9(09).                       00000470
           05  FILLER                  PIC X(50).                       00000480
