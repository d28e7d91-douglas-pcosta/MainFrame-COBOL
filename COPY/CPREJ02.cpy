      *                         SO NO WRITE/REWRITE/DELETE CONTRA O     00000250
      *                         MASTER, DEPOIS QUE O REGISTRO JA TINHA  00000260
      *                         PASSADO NA VALIDACAO DE CAMPOS          00000270
      *     02/09/2026  IVS     NOVO MOTIVO 08 (LIMITE DE CREDITO      000000280
      *                         INVALIDO), DA NOVA TRANSACAO 'L' DA     00000290
      *                         FR05CB05                                00000300
      *     02/09/2026  IVS     NOVOS MOTIVOS 09 (OPERADOR NAO          00000310
      *                         (GERENTE ALEM DA CAPACIDADE DE          00000330
      *                         CARTEIRA), JA GRAVADOS PELA             00000340
      *                         FR05CB05 E AGORA DOCUMENTADOS AQUI      00000350
      *     15/10/2026  IVS     NOVO MOTIVO 11 (CONDICAO DE             00000360
      *                         PAGAMENTO INEXISTENTE OU INATIVA        00000370
      *                         NA TRANSACAO 'P' DA FR05CB05)           00000380
      *=========================================*                       00000390
       01  CPREJ02-REGISTRO.                                            00000400
           05  REJ2-PROGRAMA           PIC X(08).                       00000410
           05  REJ2-REGISTRO-ORIGINAL  PIC X(66).                       00000420
           05  REJ2-CODIGO-MOTIVO      PIC 9(02).                       00000430
               88  REJ2-ID-NAO-NUMERICO         VALUE 01.               00000440
               88  REJ2-TELEFONE-NAO-NUMERICO   VALUE 02.               00000450
               88  REJ2-NOME-EM-BRANCO          VALUE 03.               00000460
               88  REJ2-GERENTE-INVALIDO        VALUE 04.               00000470
               88  REJ2-NAO-PERSISTIDO          VALUE 06.               00000480
               88  REJ2-DEPTO-INVALIDO          VALUE 07.               00000490
               88  REJ2-LIMITE-INVALIDO         VALUE 08.               00000500
               88  REJ2-OPERADOR-NEGADO         VALUE 09.               00000510
               88  REJ2-CAPACIDADE-EXCEDIDA     VALUE 10.               00000520
               88  REJ2-CONDICAO-INVALIDA       VALUE 11.               00000530
           05  REJ2-DESCRICAO-MOTIVO   PIC X(40).                       00000540
