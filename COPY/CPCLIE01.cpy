      *                         ATIVO NO NIVEL 88 - A BASE              00000270
      *                         HISTORICA SEGUE ELEGIVEL A CRM,         00000280
      *                         PEDIDOS E LISTAGENS SEM CONVERSAO       00000290
      *     02/09/2026  IVS     INCLUSAO DO LIMITE DE CREDITO,          00000300
      *                         MANTIDO PELA NOVA TRANSACAO 'L' DA      00000310
      *                         FR05CB05, E DO SALDO EM ABERTO DO       00000320
      *                         CLIENTE (SOMA DOS TITULOS NAO PAGOS     00000330
      *                         DO CONTAS A RECEBER), CARREGADO PELO    00000340
      *                         FATURAMENTO (FR05CB26/FR05CB51) E       00000350
      *                         BAIXADO PELO INTAKE DE RECEBIMENTOS     00000360
      *                         (FR05CB52) - BASE DA CRITICA DE         00000370
      *                         CREDITO DO INTAKE DE PEDIDOS            00000380
      *                         (FR05CB25). REGISTRO PASSA DE 69        00000390
      *                         PARA 81 POSICOES; LIMITE ZERADO OU      00000400
      *                         EM BRANCO (REGISTRO LEGADO) E SEM       00000410
      *                         LIMITE                                  00000420
      *     15/10/2026  IVS     CONDICAO DE PAGAMENTO PADRAO DO         00000430
      *                         CLIENTE (CLI-COND-PAGTO, CODIGO         00000440
      *                         DO CPCPG01), MANTIDA PELA NOVA          00000450
      *                         TRANSACAO 'P' DA FR05CB05 E USADA       00000460
      *                         PELO FATURAMENTO QUANDO O PEDIDO        00000470
      *                         NAO TRAZ CONDICAO PROPRIA.              00000480
      *                         REGISTRO PASSA DE 81 PARA 84            00000490
      *                         POSICOES; EM BRANCO = PARCELA           00000500
      *                         UNICA EM UM MES                         00000510
      *     15/10/2026  IVS     CLIENTE PAI DO GRUPO (REDE DE           00000520
      *                         LOJAS), MANTIDO PELA NOVA               00000530
      *                         TRANSACAO 'G' DA FR05CB05 E PELO        00000540
      *                         FEED DO CRM (FR05CB81) - A CRITICA      00000550
      *                         DE CREDITO DA FR05CB25 SOMA O SALDO     00000560
      *                         EM ABERTO DO GRUPO CONTRA O LIMITE      00000570
      *                         DO PAI. UM SO NIVEL: O PAI NAO TEM      00000580
      *                         PAI. REGISTRO PASSA DE 84 PARA 89       00000590
      *                         POSICOES; ZEROS OU EM BRANCO =          00000600
      *                         CLIENTE INDEPENDENTE OU PAI             00000610
      *=========================================*                       00000620
       01  CPCLIE01-REGISTRO.                                           00000630
           05  CLI-ID                  PIC 9(05).                       00000640
           05  CLI-NOME                PIC X(30).                       00000650
           05  CLI-TELEFONE            PIC 9(10).                       00000660
           05  CLI-GERENTE             PIC X(15).                       00000670
           05  CLI-STATUS              PIC X(01).                       00000680
               88  CLI-STAT-ATIVO            VALUE 'A' SPACE.           00000690
               88  CLI-STAT-SUSPENSO         VALUE 'S'.                 00000700
               88  CLI-STAT-ENCERRADO        VALUE 'E'.                 00000710
           05  CLI-ULT-ATIVIDADE       PIC 9(08).                       00000720
           05  CLI-LIMITE-CREDITO      PIC 9(09)V99 COMP-3.             00000730
           05  CLI-SALDO-ABERTO        PIC 9(09)V99 COMP-3.             00000740
           05  CLI-COND-PAGTO          PIC X(03).                       00000750
           05  CLI-CLIENTE-PAI         PIC 9(05).                       00000760
