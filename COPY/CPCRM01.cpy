      *                         DO CLIENTE (RUA, BAIRRO, CEP, CIDADE    00000210
      *                         E UF), LIDO DO ENDERECO-MASTER          00000220
      *                         (CPEND01) PERSISTIDO PELA FR05CB07      00000230
      *     15/10/2026  IVS     O DETALHE PASSA A LEVAR O CLIENTE       00000240
      *                         PAI DO GRUPO (CLI-CLIENTE-PAI) NA       00000250
      *                         AREA LIVRE, SEM MUDAR O TAMANHO -       00000260
      *                         EM BRANCO NO RETORNO PRESERVA O         00000270
      *                         PAI ATUAL DO CLIENTE                    00000280
      *     15/10/2026  IVS     O DETALHE PASSA A LEVAR O SEGMENTO      00000290
      *                         DO CLIENTE (CPSEG01) NA AREA LIVRE      00000300
      *=========================================*                       00000310
       01  CPCRM01-REGISTRO.                                            00000320
           05  CRM-TIPO-REG            PIC X(01).                       00000330
               88  CRM-REG-HEADER            VALUE 'H'.                 00000340
               88  CRM-REG-DETALHE           VALUE 'D'.                 00000350
               88  CRM-REG-TRAILER           VALUE 'T'.                 00000360
           05  CRM-DADOS               PIC X(129).                      00000370
      *                                                                 00000380
       01  CPCRM01-DETALHE        REDEFINES  CPCRM01-REGISTRO.          00000390
           05  CRM-TIPO-REG-D          PIC X(01).                       00000400
           05  CRM-ID                  PIC 9(05).                       00000410
           05  CRM-NOME                PIC X(30).                       00000420
           05  CRM-TELEFONE            PIC 9(10).                       00000430
           05  CRM-GERENTE             PIC X(15).                       00000440
           05  CRM-RUA                 PIC X(15).                       00000450
           05  CRM-BAIRRO              PIC X(10).                       00000460
           05  CRM-CEP                 PIC 9(08).                       00000470
           05  CRM-CIDADE              PIC X(15).                       00000480
           05  CRM-UF                  PIC X(02).                       00000490
           05  CRM-CLIENTE-PAI         PIC X(05).                       00000500
           05  CRM-CLIENTE-PAI-N  REDEFINES  CRM-CLIENTE-PAI            00000510
                                       PIC 9(05).                       00000520
           05  CRM-SEGMENTO            PIC X(01).                       00000530
           05  FILLER                  PIC X(13).                       00000540
      *                                                                 00000550
       01  CPCRM01-HEADER         REDEFINES  CPCRM01-REGISTRO.          00000560
           05  CRM-TIPO-REG-H          PIC X(01).                       00000570
           05  CRM-DATA-GERACAO        PIC 9(08).                       00000580
           05  FILLER                  PIC X(121).                      00000590
      *                                                                 00000600
       01  CPCRM01-TRAILER        REDEFINES  CPCRM01-REGISTRO.          00000610
           05  CRM-TIPO-REG-T          PIC X(01).                       00000620
           05  CRM-QTD-REGISTROS       PIC 9(09).                       00000630
           05  FILLER                  PIC X(120).                      00000640
