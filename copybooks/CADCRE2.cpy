      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO AO ARQUIVO DE CREDITOS DE ASSINANTES
      * (CREDITO.DAT) - TABELA EM MEMORIA DOS CREDITOS EM ABERTO,
      * NA ORDEM DO ARQUIVO (O MAIS ANTIGO E CONSUMIDO PRIMEIRO), E
      * CONTADORES DA APLICACAO
      ******************************************************************
       77  WS-FS-CRE                  PIC 99.
           88 FS-CRE-OK                VALUE 0.
           88 FS-CRE-NAOACHOU          VALUE 35.
       77  WS-EOF-CRE                  PIC X(01).
           88 EOF-CRE                  VALUE 'S' FALSE 'N'.
       77  WS-CRE-ESTOURO              PIC X(01).
           88 CRE-ESTOURO              VALUE 'S' FALSE 'N'.
       77  WS-QTD-CREDITOS             PIC 9(04) VALUE 0.
       77  WS-SUB-CRE                  PIC 9(04).
       77  WS-QTD-CRE-GERADOS          PIC 9(05) VALUE 0.
       77  WS-QTD-CRE-APLICADOS        PIC 9(05) VALUE 0.
       77  WS-VALOR-RESTANTE           PIC 9(05)V99.
       77  WS-TOTAL-CREDITO            PIC 9(09)V99 VALUE 0.
       01  WS-TABELA-CREDITOS.
           03  WS-CREDITO-ENTRADA OCCURS 5000 TIMES.
               05  WS-CRE-T-ID         PIC 9(06).
               05  WS-CRE-T-DATA       PIC 9(08).
               05  WS-CRE-T-ORIGINAL   PIC 9(05)V99.
               05  WS-CRE-T-SALDO      PIC 9(05)V99.
               05  WS-CRE-T-ORIGEM     PIC X(01).
