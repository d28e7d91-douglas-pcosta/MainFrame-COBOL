      *     02/09/2026  IVS     FILLER DA VISAO DE CHAVE AMPLIADO       00000260
      *                         PARA X(76) - O REDEFINES COBRIA SO      00000270
      *                         69 POSICOES DA IMAGEM NOVA              00000280
      *     15/10/2026  IVS     IMAGEM AMPLIADA DE 81 PARA 89           00000290
      *                         POSICOES - O CPCLIE01 GANHOU A          00000300
      *                         CONDICAO DE PAGAMENTO E O CLIENTE       00000310
      *                         PAI; REGISTRO PASSA A 97. ACERVO        00000320
      *                         EXISTENTE (LRECL 89) CONVERTIDO         00000330
      *                         PELO JOB FR01CBCLH                      00000340
      *=========================================*                       00000350
       01  CPCLH01-REGISTRO.                                            00000360
           05  CLH-IMAGEM-CLIENTE      PIC X(89).                       00000370
           05  CLH-IMAGEM-CHAVE REDEFINES CLH-IMAGEM-CLIENTE.           00000380
               10  CLH-ID                  PIC 9(05).                   00000390
               10  FILLER                  PIC X(84).                   00000400
           05  CLH-DATA-ARQUIVAMENTO   PIC 9(08).                       00000410
