      *=========================================*                       00000010
      *     COPYBOOK : CPNCH01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE NOTAS          00000070
      *               DE CREDITO DE DEVOLUCAO, GRAVADO PELA             00000080
      *               FR05CB59 (EXTEND) NA EMISSAO DE CADA NOTA.        00000090
      *               TRAZ A BASE, A ALIQUOTA E O IMPOSTO               00000100
      *               ESTORNADO, PELA MESMA REGRA DO FATURAMENTO        00000110
      *               (UF DO ENDERECO DO CLIENTE E CATEGORIA DO         00000120
      *               PRODUTO NO MASTER CPTAX01), PARA O LIVRO          00000130
      *               MENSAL DE SAIDAS POR UF (FR06CB16) SAIR           00000140
      *               LIQUIDO DAS DEVOLUCOES. SEQUENCIAL DE 80          00000150
      *               BYTES                                             00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000210
      *=========================================*                       00000220
       01  CPNCH01-REGISTRO.                                            00000230
           05  NCH-NUMERO              PIC 9(05).                       00000240
           05  NCH-DATA                PIC 9(08).                       00000250
           05  NCH-PED-NUMERO          PIC 9(05).                       00000260
           05  NCH-PED-ITEM            PIC 9(03).                       00000270
           05  NCH-CLI-ID              PIC 9(05).                       00000280
           05  NCH-CODIGO              PIC 9(08).                       00000290
           05  NCH-QUANTIDADE          PIC 9(07).                       00000300
           05  NCH-UF                  PIC X(02).                       00000310
           05  NCH-CATEGORIA           PIC X(05).                       00000320
           05  NCH-BASE-IMPOSTO        PIC 9(09)V99 COMP-3.             00000330
           05  NCH-ALIQUOTA            PIC 9(02)V99.                    00000340
           05  NCH-VALOR-IMPOSTO       PIC 9(09)V99 COMP-3.             00000350
           05  NCH-PROGRAMA            PIC X(08).                       00000360
           05  FILLER                  PIC X(08).                       00000370
