      *=========================================*                       00000010
      *     COPYBOOK : CPPLN01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO TEXTO DE POSICOES FIXAS         00000070
      *               EXPORTADO DA PLANILHA DE PLANEJAMENTO             00000080
      *               ORCAMENTARIO - UMA LINHA POR MES, CONTA E         00000090
      *               CENTRO DE CUSTO, CARREGADA NO MASTER DE           00000100
      *               VERBAS (CPVRB01) PELA FR06CB32 COMO CARGA         00000110
      *               (INCLUI OU SUBSTITUI). CENTRO EM BRANCO E         00000120
      *               VERBA SEM CENTRO DE CUSTO; NATUREZA EM            00000130
      *               BRANCO VALE DEVEDORA. 80 BYTES                    00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000190
      *=========================================*                       00000200
       01  CPPLN01-REGISTRO.                                            00000210
           05  PLN-ANOMES              PIC 9(06).                       00000220
           05  PLN-CONTA               PIC X(08).                       00000230
           05  PLN-CENTRO-CUSTO        PIC X(06).                       00000240
           05  PLN-NATUREZA            PIC X(01).                       00000250
           05  PLN-VALOR               PIC 9(11)V99.                    00000260
           05  FILLER                  PIC X(46).                       00000270
