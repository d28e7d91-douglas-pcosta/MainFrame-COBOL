      *=========================================*                       00000010
      *     COPYBOOK : CPNFE01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE SAIDA DA         00000070
      *               NOTA FISCAL ELETRONICA (NF-E), GRAVADO PELO       00000080
      *               FATURAMENTO (FR05CB26) E PELA LIBERACAO DE        00000090
      *               BACKORDER (FR05CB51) PARA O TRANSMISSOR DA        00000100
      *               SEFAZ. POSICIONAL DE 150 BYTES; CADA NOTA         00000110
      *               SAI COMO UM CABECALHO (EMITENTE NO                00000120
      *               TRANSMISSOR, DESTINATARIO PELO MASTER DE          00000130
      *               ENDERECO CPEND01), UM ITEM POR LINHA DA NOTA      00000140
      *               COM O IMPOSTO DA LINHA (ALIQUOTA DO CPTAX01)      00000150
      *               E UM REGISTRO DE TOTAL. O RETORNO DA              00000160
      *               AUTORIZACAO VEM NO CPNFR01 (FR06CB14)             00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPNFE01-REGISTRO.                                            00000240
           05  NFE-TIPO-REG            PIC X(01).                       00000250
               88  NFE-REG-CABECALHO         VALUE 'H'.                 00000260
               88  NFE-REG-ITEM              VALUE 'I'.                 00000270
               88  NFE-REG-TOTAL             VALUE 'T'.                 00000280
           05  NFE-DADOS               PIC X(149).                      00000290
      *                                                                 00000300
       01  CPNFE01-CABECALHO      REDEFINES  CPNFE01-REGISTRO.          00000310
           05  NFE-TIPO-REG-H          PIC X(01).                       00000320
           05  NFE-NUM-NOTA-H          PIC 9(05).                       00000330
           05  NFE-DATA-EMISSAO        PIC 9(08).                       00000340
           05  NFE-PED-NUMERO          PIC 9(05).                       00000350
           05  NFE-CLI-ID              PIC 9(05).                       00000360
           05  NFE-CLI-NOME            PIC X(30).                       00000370
           05  NFE-END-RUA             PIC X(15).                       00000380
           05  NFE-END-NUMERO          PIC 9(05).                       00000390
           05  NFE-END-BAIRRO          PIC X(10).                       00000400
           05  NFE-END-CEP             PIC 9(08).                       00000410
           05  NFE-END-CIDADE          PIC X(15).                       00000420
           05  NFE-END-UF              PIC X(02).                       00000430
           05  FILLER                  PIC X(41).                       00000440
      *                                                                 00000450
       01  CPNFE01-ITEM           REDEFINES  CPNFE01-REGISTRO.          00000460
           05  NFE-TIPO-REG-I          PIC X(01).                       00000470
           05  NFE-NUM-NOTA-I          PIC 9(05).                       00000480
           05  NFE-ITEM                PIC 9(03).                       00000490
           05  NFE-CODIGO              PIC 9(08).                       00000500
           05  NFE-QUANTIDADE          PIC 9(07).                       00000510
           05  NFE-UNIDADE             PIC X(03).                       00000520
           05  NFE-PRECO-UNIT          PIC 9(07)V99.                    00000530
           05  NFE-VALOR-ITEM          PIC 9(09)V99.                    00000540
           05  NFE-CATEGORIA           PIC X(05).                       00000550
           05  NFE-ALIQUOTA            PIC 9(02)V99.                    00000560
           05  NFE-VALOR-IMPOSTO       PIC 9(09)V99.                    00000570
           05  NFE-VALOR-BRUTO         PIC 9(09)V99.                    00000580
           05  FILLER                  PIC X(72).                       00000590
      *                                                                 00000600
       01  CPNFE01-TOTAL          REDEFINES  CPNFE01-REGISTRO.          00000610
           05  NFE-TIPO-REG-T          PIC X(01).                       00000620
           05  NFE-NUM-NOTA-T          PIC 9(05).                       00000630
           05  NFE-QTD-ITENS           PIC 9(03).                       00000640
           05  NFE-TOT-LIQUIDO         PIC 9(09)V99.                    00000650
           05  NFE-TOT-IMPOSTO         PIC 9(09)V99.                    00000660
           05  NFE-TOT-FRETE           PIC 9(07)V99.                    00000670
           05  NFE-TOT-BRUTO           PIC 9(09)V99.                    00000680
           05  FILLER                  PIC X(99).                       00000690
