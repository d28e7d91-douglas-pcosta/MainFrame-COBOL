      *=========================================*                       00000010
      *     COPYBOOK : CPVRB01                                          00000020
      *=========================================*                       00000030
      *     AUTOR   : IVAN SANCHES                                      00000040
      *     EMPRESA : FOURSYS                                           00000050
      *-------------------------------------------------------*         00000060
      *     OBJETIVO: LAYOUT DO MASTER INDEXADO DE VERBAS               00000070
      *               ORCAMENTARIAS MENSAIS POR CONTA DO RAZAO          00000080
      *               (MESMA CONTA DE GLJ-CONTA, CPGLJ01),              00000090
      *               CHAVEADO PELO MES (AAAAMM), PELA CONTA E          00000100
      *               PELO CENTRO DE CUSTO (DEP-CENTRO-CUSTO,           00000110
      *               CPDEP01) - CENTRO ZERADO E A VERBA DA CONTA       00000120
      *               SEM CENTRO DE CUSTO. A NATUREZA DIZ O SALDO       00000130
      *               NORMAL DA CONTA: DEVEDORA (D) COMPARA A VERBA     00000140
      *               COM DEBITOS MENOS CREDITOS E CREDORA (C) COM      00000150
      *               CREDITOS MENOS DEBITOS. A ORIGEM MARCA SE A       00000160
      *               VERBA VEIO DE CARTAO (C) OU DO ARQUIVO DA         00000170
      *               PLANILHA DE PLANEJAMENTO (P). MANTIDO PELA        00000180
      *               FR06CB32 E LIDO PELO ORCADO X REALIZADO           00000190
      *               (FR06CB33). 60 BYTES                              00000200
      *-------------------------------------------------------*         00000210
      *     HISTORICO DE ALTERACOES                                     00000220
      *     DATA       AUTOR   DESCRICAO                                00000230
      *     ----------  ------  --------------------------------        00000240
      *     15/10/2026  IVS     LAYOUT INICIAL                          00000250
      *=========================================*                       00000260
       01  CPVRB01-REGISTRO.                                            00000270
           05  VRB-CHAVE.                                               00000280
               10  VRB-ANOMES          PIC 9(06).                       00000290
               10  VRB-CONTA           PIC X(08).                       00000300
               10  VRB-CENTRO-CUSTO    PIC 9(06).                       00000310
           05  VRB-VALOR               PIC 9(11)V99.                    00000320
           05  VRB-NATUREZA            PIC X(01).                       00000330
               88  VRB-DEVEDORA              VALUE 'D'.                 00000340
               88  VRB-CREDORA               VALUE 'C'.                 00000350
           05  VRB-ORIGEM              PIC X(01).                       00000360
               88  VRB-ORIGEM-CARTAO         VALUE 'C'.                 00000370
               88  VRB-ORIGEM-PLANILHA       VALUE 'P'.                 00000380
           05  VRB-DATA-ATUALIZACAO    PIC 9(08).                       00000390
           05  VRB-STATUS              PIC X(01).                       00000400
               88  VRB-ATIVA                 VALUE 'A'.                 00000410
               88  VRB-INATIVA               VALUE 'I'.                 00000420
           05  FILLER                  PIC X(16).                       00000430
