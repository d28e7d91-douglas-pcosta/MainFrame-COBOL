      *=========================================*                       00000010
      *     COPYBOOK : CPAUD02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREAS DE TRABALHO DO ENCADEAMENTO DA TRILHA       00000070
      *               DE AUDITORIA (CPAUD01), COPIADAS NA               00000080
      *               WORKING-STORAGE JUNTO COM AS SECOES PADRAO        00000090
      *               DE CPAUD03. GUARDA O ULTIMO ELO DA CADEIA         00000100
      *               (SEQUENCIA E HASH DO ULTIMO REGISTRO GRAVADO)     00000110
      *               E AS AREAS DO CALCULO DO HASH: DOIS RESTOS        00000120
      *               POLINOMIAIS DE 9 DIGITOS SOBRE OS 136             00000130
      *               PRIMEIROS BYTES DO REGISTRO (TUDO MENOS O         00000140
      *               PROPRIO AUD-HASH), CADA BYTE TOMADO PELO SEU      00000150
      *               VALOR BINARIO (0 A 255)                           00000160
      *-------------------------------------------------------*         00000170
      *     HISTORICO DE ALTERACOES                                     00000180
      *     DATA       AUTOR   DESCRICAO                                00000190
      *     ----------  ------  --------------------------------        00000200
      *     15/10/2026  IVS     AREAS INICIAIS                          00000210
      *=========================================*                       00000220
       77 WRK-AUD-ULT-SEQUENCIA    PIC 9(09) VALUE ZERO.                00000230
       77 WRK-AUD-ULT-HASH         PIC 9(18) VALUE ZERO.                00000240
       77 WRK-AUD-HSH-TAMANHO      PIC 9(04) COMP VALUE 136.            00000250
       77 WRK-AUD-HSH-POS          PIC 9(04) COMP VALUE ZERO.           00000260
       77 WRK-AUD-HSH-PARTE1       PIC 9(09) COMP-3 VALUE ZERO.         00000270
       77 WRK-AUD-HSH-PARTE2       PIC 9(09) COMP-3 VALUE ZERO.         00000280
       77 WRK-AUD-HSH-PRODUTO      PIC 9(13) COMP-3 VALUE ZERO.         00000290
       77 WRK-AUD-HSH-QUOCIENTE    PIC 9(13) COMP-3 VALUE ZERO.         00000300
       77 WRK-AUD-HSH-RESULTADO    PIC 9(18) VALUE ZERO.                00000310
       01 WRK-AUD-HSH-BYTE-AREA.                                        00000320
          05 WRK-AUD-HSH-BYTE      PIC 9(04) COMP VALUE ZERO.           00000330
       01 WRK-AUD-HSH-BYTE-X REDEFINES WRK-AUD-HSH-BYTE-AREA.           00000340
          05 WRK-AUD-HSH-BYTE-ALTO   PIC X(01).                         00000350
          05 WRK-AUD-HSH-BYTE-BAIXO  PIC X(01).                         00000360
