      *=========================================*                       00000010
      *     COPYBOOK : CPMNF01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MANIFESTO DAS INTERFACES DE             00000070
      *               SAIDA (ARQUIVO INDEXADO, CHAVE MNF-CHAVE).        00000080
      *               CADA PROGRAMA QUE GERA UM ARQUIVO PARA FORA       00000090
      *               DA CASA REGISTRA A GERACAO PELO SERVICO           00000100
      *               FR06CB34 (CPMNF02): INTERFACE, DATA DE            00000110
      *               NEGOCIO, NUMERO DA GERACAO NA DATA, QTD DE        00000120
      *               REGISTROS E HASH DE VALOR (VALOR EM               00000130
      *               CENTAVOS; NAS INTERFACES SEM VALOR, SOMA DA       00000140
      *               CHAVE DO DETALHE). A LIBERACAO PARA               00000150
      *               TRANSMISSAO (FR06CB35) CONFERE O ARQUIVO          00000160
      *               CONTRA O MANIFESTO E MARCA A SITUACAO; O LOG      00000170
      *               DIARIO DE TRANSMISSAO SAI NA FR06CB36             00000180
      *-------------------------------------------------------*         00000190
      *     HISTORICO DE ALTERACOES                                     00000200
      *     DATA       AUTOR   DESCRICAO                                00000210
      *     ----------  ------  --------------------------------        00000220
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000230
      *     15/10/2026  IVS     INCLUIDA A INTERFACE CATALOGO (CATALOGO 00000240
      *                         DE PRECOS DA LOJA VIRTUAL, FR06CB37)    00000250
      *     15/10/2026  IVS     INCLUIDA A INTERFACE APURACAO (LIVRO    00000260
      *                         MENSAL DO IMPOSTO DE SAIDA, FR06CB16)   00000270
      *=========================================*                       00000280
       01  CPMNF01-REGISTRO.                                            00000290
           05  MNF-CHAVE.                                               00000300
               10  MNF-INTERFACE       PIC X(08).                       00000310
                   88  MNF-IF-CSV-FINANCEIRO VALUE 'CSVFIN'.            00000320
                   88  MNF-IF-CRM            VALUE 'CRM'.               00000330
                   88  MNF-IF-COBRANCA       VALUE 'REMESSA'.           00000340
                   88  MNF-IF-RAZAO          VALUE 'RAZAO'.             00000350
                   88  MNF-IF-LOJA           VALUE 'LOJASIT'.           00000360
                   88  MNF-IF-NFE            VALUE 'NFE'.               00000370
                   88  MNF-IF-CATALOGO       VALUE 'CATALOGO'.          00000380
                   88  MNF-IF-APURACAO       VALUE 'APURACAO'.          00000390
                   88  MNF-IF-VALIDA         VALUE 'CSVFIN'             00000400
                                                   'CRM'                00000410
                                                   'REMESSA'            00000420
                                                   'RAZAO'              00000430
                                                   'LOJASIT'            00000440
                                                   'NFE'                00000450
                                                   'CATALOGO'           00000460
                                                   'APURACAO'.          00000470
               10  MNF-DATA-NEGOCIO    PIC 9(08).                       00000480
               10  MNF-GERACAO         PIC 9(03).                       00000490
           05  MNF-PROGRAMA            PIC X(08).                       00000500
           05  MNF-QTD-REGISTROS       PIC 9(09).                       00000510
           05  MNF-VALOR-HASH          PIC 9(15).                       00000520
           05  MNF-DATA-HORA-REGISTRO  PIC X(14).                       00000530
           05  MNF-QTD-ACRESCIMOS      PIC 9(02).                       00000540
           05  MNF-SITUACAO            PIC X(01).                       00000550
               88  MNF-GERADO                VALUE 'G'.                 00000560
               88  MNF-TRANSMITIDO           VALUE 'T'.                 00000570
               88  MNF-RECUSADO              VALUE 'R'.                 00000580
           05  MNF-DATA-HORA-SITUACAO  PIC X(14).                       00000590
           05  MNF-MOTIVO              PIC X(40).                       00000600
           05  FILLER                  PIC X(08).                       00000610
