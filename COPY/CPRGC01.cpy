      *=========================================*                       00000010
      *     COPYBOOK : CPRGC01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DO HISTORICO DA         00000070
      *               REGUA DE COBRANCA, CHAVEADO PELO CLIENTE.         00000080
      *               GUARDA O NIVEL DA ULTIMA CARTA EMITIDA            00000090
      *               (1 = LEMBRETE AMIGAVEL, 2 = NOTIFICACAO           00000100
      *               FORMAL, 3 = AVISO FINAL), A DATA DE EMISSAO       00000110
      *               DE CADA NIVEL E A POSICAO VENCIDA DA ULTIMA       00000120
      *               APURACAO - A MESMA CARTA NAO E EMITIDA DUAS       00000130
      *               VEZES NO MESMO CICLO. RGC-SUSPENSO MARCA O        00000140
      *               CLIENTE SUSPENSO PELA PROPRIA REGUA, O UNICO      00000150
      *               REATIVADO AUTOMATICAMENTE NA QUITACAO.            00000160
      *               MANTIDO PELA FR06CB03                             00000170
      *-------------------------------------------------------*         00000180
      *     HISTORICO DE ALTERACOES                                     00000190
      *     DATA       AUTOR   DESCRICAO                                00000200
      *     ----------  ------  --------------------------------        00000210
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000220
      *=========================================*                       00000230
       01  CPRGC01-REGISTRO.                                            00000240
           05  RGC-CLI-ID              PIC 9(05).                       00000250
           05  RGC-NIVEL               PIC 9(01).                       00000260
               88  RGC-SEM-COBRANCA          VALUE 0.                   00000270
               88  RGC-NIVEL-LEMBRETE        VALUE 1.                   00000280
               88  RGC-NIVEL-NOTIFICACAO     VALUE 2.                   00000290
               88  RGC-NIVEL-AVISO-FINAL     VALUE 3.                   00000300
           05  RGC-DATA-NIVEL          PIC 9(08) OCCURS 3 TIMES.        00000310
           05  RGC-DATA-APURACAO       PIC 9(08).                       00000320
           05  RGC-MAIOR-ATRASO        PIC 9(05).                       00000330
           05  RGC-VALOR-VENCIDO       PIC 9(09)V99 COMP-3.             00000340
           05  RGC-SUSPENSO            PIC X(01).                       00000350
               88  RGC-NAO-SUSPENSO          VALUE ' '.                 00000360
               88  RGC-SUSPENSO-REGUA        VALUE 'S'.                 00000370
           05  RGC-DATA-QUITACAO       PIC 9(08).                       00000380
