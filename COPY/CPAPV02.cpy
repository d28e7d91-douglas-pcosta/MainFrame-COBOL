      *=========================================*                       00000010
      *     COPYBOOK : CPAPV02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREAS DE TRABALHO DA DUPLA CUSTODIA DAS           00000070
      *               MANUTENCOES DE MASTER, COPIADAS NA                00000080
      *               WORKING-STORAGE JUNTO COM AS SECOES PADRAO        00000090
      *               DE CPAPV03. AS REGRAS DE SENSIBILIDADE FICAM      00000100
      *               CENTRALIZADAS AQUI:                               00000110
      *               - AUMENTO DE LIMITE DE CREDITO ACIMA DE           00000120
      *                 WRK-APV-LIMITE-MAX (LIMITE ZERADO E SEM         00000130
      *                 LIMITE, POR ISSO ZERAR UM LIMITE EXISTENTE      00000140
      *                 TAMBEM E RETIDO)                                00000150
      *               - VARIACAO DE PRECO UNITARIO ACIMA DE             00000160
      *                 WRK-APV-PCT-PRECO POR CENTO                     00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     AREAS INICIAIS                          00000220
      *=========================================*                       00000230
       77 WRK-FS-APROVACAO         PIC X(02) VALUE SPACES.              00000240
       77 WRK-APV-LIMITE-MAX       PIC 9(09)V99 VALUE 10000.00.         00000250
       77 WRK-APV-PCT-PRECO        PIC 9(03) VALUE 20.                  00000260
       77 WRK-APV-DIFERENCA        PIC S9(09)V99 COMP-3 VALUE ZERO.     00000270
       77 WRK-APV-LOTE-SALVO       PIC 9(06) VALUE ZERO.                00000280
       77 WRK-CONT-RETIDOS         PIC 9(07) COMP VALUE ZERO.           00000290
       77 WRK-CONT-APV-APLICADOS   PIC 9(07) COMP VALUE ZERO.           00000300
       77 WRK-CONT-APV-FALHOS      PIC 9(07) COMP VALUE ZERO.           00000310
       01 WRK-SW-RETENCAO.                                              00000320
          05 WRK-SW-RETENCAO-IND     PIC X(01) VALUE 'N'.               00000330
             88 WRK-CARTAO-RETIDO          VALUE 'S'.                   00000340
             88 WRK-CARTAO-LIVRE           VALUE 'N'.                   00000350
