      *=========================================*                       00000010
      *     COPYBOOK : CPCTG01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO CATALOGO DE PRECOS EM ARQUIVO           00000070
      *               (FR06CB37) PARA CARGA DE PRECOS DA LOJA           00000080
      *               VIRTUAL, NO ENVELOPE HEADER/DETALHE/TRAILER       00000090
      *               DOS FEEDS DA LOJA (CPWSF01). UM DETALHE POR       00000100
      *               PRODUTO NAO INATIVO, NA ORDEM CATEGORIA E         00000110
      *               CODIGO, COM O PRECO VIGENTE NA DATA DO            00000120
      *               HEADER. NA VERSAO DE CLIENTE O HEADER TRAZ        00000130
      *               O CLIENTE E A UF, E O DETALHE A ALIQUOTA E        00000140
      *               O PRECO COM IMPOSTO; NA VERSAO GERAL (A DA        00000150
      *               LOJA) O CLIENTE VEM ZERADO. O TRAILER TRAZ O      00000160
      *               TOTAL DE DETALHES E A QUEBRA PROMOCAO E           00000170
      *               INDISPONIVEIS                                     00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPCTG01-REGISTRO.                                            00000250
           05  CTG-TIPO-REG            PIC X(01).                       00000260
               88  CTG-REG-HEADER            VALUE 'H'.                 00000270
               88  CTG-REG-DETALHE           VALUE 'D'.                 00000280
               88  CTG-REG-TRAILER           VALUE 'T'.                 00000290
           05  CTG-DADOS               PIC X(99).                       00000300
       01  CPCTG01-DETALHE        REDEFINES  CPCTG01-REGISTRO.          00000310
           05  CTG-TIPO-REG-D          PIC X(01).                       00000320
           05  CTG-CATEGORIA           PIC X(05).                       00000330
           05  CTG-CODIGO              PIC 9(08).                       00000340
           05  CTG-DESCRICAO           PIC X(25).                       00000350
           05  CTG-PRECO-REGULAR       PIC 9(07)V99.                    00000360
           05  CTG-PRECO-PROMO         PIC 9(07)V99.                    00000370
           05  CTG-DATA-FIM-PROMO      PIC 9(08).                       00000380
           05  CTG-PRECO-FINAL         PIC 9(07)V99.                    00000390
           05  CTG-REGRA               PIC X(01).                       00000400
           05  CTG-DISPONIVEL          PIC X(01).                       00000410
               88  CTG-TEM-ESTOQUE           VALUE 'S'.                 00000420
               88  CTG-SEM-ESTOQUE           VALUE 'N'.                 00000430
           05  CTG-SITUACAO            PIC X(01).                       00000440
           05  CTG-CODIGO-SUBSTITUTO   PIC 9(08).                       00000450
           05  CTG-ALIQUOTA            PIC 9(02)V99.                    00000460
           05  CTG-PRECO-COM-IMPOSTO   PIC 9(07)V99.                    00000470
           05  FILLER                  PIC X(02).                       00000480
       01  CPCTG01-HEADER         REDEFINES  CPCTG01-REGISTRO.          00000490
           05  CTG-TIPO-REG-H          PIC X(01).                       00000500
           05  CTG-DATA-VIGENCIA       PIC 9(08).                       00000510
           05  CTG-CLI-ID              PIC 9(05).                       00000520
           05  CTG-UF                  PIC X(02).                       00000530
           05  CTG-DATA-GERACAO        PIC 9(08).                       00000540
           05  CTG-ORIGEM              PIC X(08).                       00000550
           05  FILLER                  PIC X(68).                       00000560
       01  CPCTG01-TRAILER        REDEFINES  CPCTG01-REGISTRO.          00000570
           05  CTG-TIPO-REG-T          PIC X(01).                       00000580
           05  CTG-QTD-REGISTROS       PIC 9(09).                       00000590
           05  CTG-QTD-PROMOCAO        PIC 9(07).                       00000600
           05  CTG-QTD-INDISPONIVEIS   PIC 9(07).                       00000610
           05  FILLER                  PIC X(76).                       00000620
