      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER DE MAPEAMENTO CONTABIL -         00000070
      *               EVENTO (FT FATURAMENTO, FR FRETE DAS              00000080
      *               NOTAS, EN ENTRADA, SA SAIDA, AJ AJUSTE,           00000090
      *               PD PERDA COM TITULOS, RP RECUPERACAO) E           00000100
      *               CATEGORIA DE PRODUTO PARA AS CONTAS DE            00000110
      *               DEBITO E CREDITO DO RAZAO.                        00000120
      *               CATEGORIA EM BRANCO E O MAPEAMENTO GENERICO       00000130
      *               DO EVENTO. MANTIDO PELA FR05CB82 E LIDO           00000140
      *               PELA GERACAO DE LANCAMENTOS (FR05CB83)            00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     02/09/2026  IVS     LAYOUT INICIAL                          00000200
      *     15/10/2026  IVS     NOVO EVENTO FR - RECEITA DE FRETE       00000210
      *                         DAS NOTAS, SO COM O MAPEAMENTO          00000220
      *                         GENERICO (CATEGORIA EM BRANCO)          00000230
      *     15/10/2026  IVS     NOVOS EVENTOS PD - BAIXA DE             00000240
      *                         TITULO COMO PERDA (DESPESA COM          00000250
      *                         DEVEDORES DUVIDOSOS) E RP -             00000260
      *                         RECUPERACAO DE TITULO BAIXADO,          00000270
      *                         SO COM O MAPEAMENTO GENERICO            00000280
      *=========================================*                       00000290
       01  CPGLM01-REGISTRO.                                            00000300
           05  GLM-CHAVE.                                               00000310
               10  GLM-EVENTO          PIC X(02).                       00000320
               10  GLM-CATEGORIA       PIC X(05).                       00000330
           05  GLM-CONTA-DEBITO        PIC X(08).                       00000340
           05  GLM-CONTA-CREDITO       PIC X(08).                       00000350
           05  GLM-STATUS              PIC X(01).                       00000360
               88  GLM-ATIVO                 VALUE 'A'.                 00000370
               88  GLM-INATIVO               VALUE 'I'.                 00000380
