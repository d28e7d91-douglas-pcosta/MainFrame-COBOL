      *=========================================*                       00000010
      *     COPYBOOK : CPEXB01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO EXTRATO BANCARIO            00000070
      *               DIARIO DA CONTA DE COBRANCA, PROCESSADO           00000080
      *               PELA CONCILIACAO (FR06CB06). POSICIONAL DE        00000090
      *               80 BYTES COM VISOES DE HEADER, DETALHE E          00000100
      *               TRAILER, NOS MOLDES DO RETORNO (CPRTB01).         00000110
      *               O DETALHE TRAZ A DATA DO LANCAMENTO, A            00000120
      *               NATUREZA (C = CREDITO, D = DEBITO), O VALOR       00000130
      *               E A REFERENCIA INFORMADA PELO PAGADOR - O         00000140
      *               NUMERO DA NOTA E A PARCELA DO TITULO              00000150
      *               (PARCELA ZERADA = NAO INFORMADA). O TRAILER       00000160
      *               TRAZ A QUANTIDADE DE DETALHES E O TOTAL DOS       00000170
      *               CREDITOS                                          00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *=========================================*                       00000240
       01  CPEXB01-REGISTRO.                                            00000250
           05  EXB-TIPO-REG            PIC X(01).                       00000260
               88  EXB-REG-HEADER            VALUE 'H'.                 00000270
               88  EXB-REG-DETALHE           VALUE 'D'.                 00000280
               88  EXB-REG-TRAILER           VALUE 'T'.                 00000290
           05  EXB-DADOS               PIC X(79).                       00000300
      *                                                                 00000310
       01  CPEXB01-DETALHE        REDEFINES  CPEXB01-REGISTRO.          00000320
           05  EXB-TIPO-REG-D          PIC X(01).                       00000330
           05  EXB-DATA-LANCAMENTO     PIC 9(08).                       00000340
           05  EXB-NATUREZA            PIC X(01).                       00000350
               88  EXB-NAT-CREDITO           VALUE 'C'.                 00000360
               88  EXB-NAT-DEBITO            VALUE 'D'.                 00000370
           05  EXB-VALOR               PIC 9(09)V99.                    00000380
           05  EXB-REFERENCIA.                                          00000390
               10  EXB-REF-NOTA        PIC 9(05).                       00000400
               10  EXB-REF-PARCELA     PIC 9(02).                       00000410
           05  EXB-HISTORICO           PIC X(20).                       00000420
           05  FILLER                  PIC X(32).                       00000430
      *                                                                 00000440
       01  CPEXB01-HEADER         REDEFINES  CPEXB01-REGISTRO.          00000450
           05  EXB-TIPO-REG-H          PIC X(01).                       00000460
           05  EXB-DATA-MOVIMENTO      PIC 9(08).                       00000470
           05  EXB-BANCO               PIC 9(03).                       00000480
           05  EXB-AGENCIA             PIC 9(04).                       00000490
           05  EXB-CONTA               PIC X(12).                       00000500
           05  FILLER                  PIC X(52).                       00000510
      *                                                                 00000520
       01  CPEXB01-TRAILER        REDEFINES  CPEXB01-REGISTRO.          00000530
           05  EXB-TIPO-REG-T          PIC X(01).                       00000540
           05  EXB-QTD-REGISTROS       PIC 9(09).                       00000550
           05  EXB-TOT-CREDITOS        PIC 9(13)V99.                    00000560
           05  FILLER                  PIC X(55).                       00000570
