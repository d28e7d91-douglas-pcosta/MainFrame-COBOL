      *=========================================*                       00000010
      *     COPYBOOK : CPPER02                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: AREAS DE TRABALHO DA TRAVA DE PERIODO             00000070
      *               CONTABIL, COPIADAS NA WORKING-STORAGE JUNTO       00000080
      *               COM AS SECOES PADRAO DE CPPER03. GUARDA A         00000090
      *               DATA DE LANCAMENTO DA EXECUCAO (A DATA DE         00000100
      *               NEGOCIO OU O PRIMEIRO DIA DO PERIODO ABERTO       00000110
      *               PARA O QUAL OS LANCAMENTOS SAO DESVIADOS) E       00000120
      *               A CHAVE QUE INDICA SE O PERIODO ESTA LIVRE,       00000130
      *               DESVIADO OU BLOQUEADO                             00000140
      *-------------------------------------------------------*         00000150
      *     HISTORICO DE ALTERACOES                                     00000160
      *     DATA       AUTOR   DESCRICAO                                00000170
      *     ----------  ------  --------------------------------        00000180
      *     15/10/2026  IVS     AREAS INICIAIS                          00000190
      *=========================================*                       00000200
       77 WRK-FS-PERIODO           PIC X(02) VALUE SPACES.              00000210
       77 WRK-FS-DESVIO            PIC X(02) VALUE SPACES.              00000220
       77 WRK-DATA-LANCAMENTO      PIC 9(08) VALUE ZERO.                00000230
       77 WRK-PER-MES-ORIGEM       PIC 9(06) VALUE ZERO.                00000240
       77 WRK-PER-SITUACAO-ORIGEM  PIC X(01) VALUE SPACE.               00000250
       77 WRK-PER-TENTATIVAS       PIC 9(04) COMP VALUE ZERO.           00000260
       77 WRK-PER-MAX-TENTATIVAS   PIC 9(04) COMP VALUE 24.             00000270
       77 WRK-CONT-DESVIADOS       PIC 9(07) COMP VALUE ZERO.           00000280
       77 WRK-CONT-BLOQUEADOS      PIC 9(07) COMP VALUE ZERO.           00000290
       01 WRK-PER-MES-TESTE.                                            00000300
          05 WRK-PER-TST-ANO       PIC 9(04) VALUE ZERO.                00000310
          05 WRK-PER-TST-MES       PIC 9(02) VALUE ZERO.                00000320
       01 WRK-PER-MES-TESTE-R REDEFINES WRK-PER-MES-TESTE               00000330
                                   PIC 9(06).                           00000340
       01 WRK-SW-PERIODO.                                               00000350
          05 WRK-SW-PERIODO-IND    PIC X(01) VALUE 'L'.                 00000360
             88 WRK-PERIODO-LIVRE          VALUE 'L'.                   00000370
             88 WRK-PERIODO-DESVIADO       VALUE 'D'.                   00000380
             88 WRK-PERIODO-BLOQUEADO      VALUE 'B'.                   00000390
