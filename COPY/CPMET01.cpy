      *=========================================*                       00000010
      *     COPYBOOK : CPMET01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE METAS MENSAIS        00000070
      *               DE VENDA POR GERENTE DE CONTA, CHAVEADO           00000080
      *               PELO MES (AAAAMM), PELA MATRICULA DO              00000090
      *               GERENTE (EMP-ID) E PELA CATEGORIA DE              00000100
      *               PRODUTO - CATEGORIA EM BRANCO E A META            00000110
      *               TOTAL DO GERENTE NO MES. MET-GERENTE GUARDA       00000120
      *               O NOME CURTO DO EMPREGADO (EMP-NOME-CURTO),       00000130
      *               O MESMO GRAVADO EM CLI-GERENTE. O ACELERADOR      00000140
      *               SO VALE NA META TOTAL: PONTOS PERCENTUAIS         00000150
      *               SOMADOS A TAXA DA FAIXA NA APURACAO DE            00000160
      *               COMISSAO (FR05CB61) QUANDO O FATURADO LIQUIDO     00000170
      *               DO MES SUPERA A META. MANTIDO PELA FR06CB21       00000180
      *               E LIDO PELO ACOMPANHAMENTO DE METAS               00000190
      *               (FR06CB22). 60 BYTES                              00000200
      *-------------------------------------------------------*         00000210
      *     HISTORICO DE ALTERACOES                                     00000220
      *     DATA       AUTOR   DESCRICAO                                00000230
      *     ----------  ------  --------------------------------        00000240
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000250
      *=========================================*                       00000260
       01  CPMET01-REGISTRO.                                            00000270
           05  MET-CHAVE.                                               00000280
               10  MET-ANOMES          PIC 9(06).                       00000290
               10  MET-EMP-ID          PIC 9(05).                       00000300
               10  MET-CATEGORIA       PIC X(05).                       00000310
           05  MET-GERENTE             PIC X(15).                       00000320
           05  MET-VALOR-META          PIC 9(11)V99.                    00000330
           05  MET-PCT-ACELERADOR      PIC 9(02)V99.                    00000340
           05  MET-STATUS              PIC X(01).                       00000350
               88  MET-ATIVA                 VALUE 'A'.                 00000360
               88  MET-INATIVA               VALUE 'I'.                 00000370
           05  FILLER                  PIC X(11).                       00000380
