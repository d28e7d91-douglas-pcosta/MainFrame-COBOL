      *=========================================*                       00000010
      *     COPYBOOK : CPBXP01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO ARQUIVO SEQUENCIAL DE EVENTOS DE        00000070
      *               PERDA COM TITULOS DO CONTAS A RECEBER (80         00000080
      *               POSICOES), GRAVADO EM EXTEND. EVENTO PD =         00000090
      *               BAIXA DO SALDO DO TITULO COMO PERDA               00000100
      *               (FR06CB04); EVENTO RP = RECUPERACAO, VALOR        00000110
      *               RECEBIDO DEPOIS DA BAIXA (FR05CB52 E              00000120
      *               FR05CB56). LIDO PELA GERACAO DO DIARIO            00000130
      *               CONTABIL (FR05CB83), QUE CONTABILIZA O            00000140
      *               EVENTO PELO MAPA DE CONTAS (CPGLM01)              00000150
      *-------------------------------------------------------*         00000160
      *     HISTORICO DE ALTERACOES                                     00000170
      *     DATA       AUTOR   DESCRICAO                                00000180
      *     ----------  ------  --------------------------------        00000190
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000200
      *=========================================*                       00000210
       01  CPBXP01-REGISTRO.                                            00000220
           05  BXP-EVENTO              PIC X(02).                       00000230
               88  BXP-EVT-PERDA             VALUE 'PD'.                00000240
               88  BXP-EVT-RECUPERACAO       VALUE 'RP'.                00000250
           05  BXP-DATA                PIC 9(08).                       00000260
           05  BXP-NUM-NOTA            PIC 9(05).                       00000270
           05  BXP-PARCELA             PIC 9(02).                       00000280
           05  BXP-CLI-ID              PIC 9(05).                       00000290
           05  BXP-VALOR               PIC 9(09)V99.                    00000300
           05  BXP-PROGRAMA            PIC X(08).                       00000310
           05  BXP-OPERADOR            PIC X(20).                       00000320
           05  FILLER                  PIC X(19).                       00000330
