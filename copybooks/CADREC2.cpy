      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: TABELA EM MEMORIA DO HISTORICO MENSAL DE RECEITA E
      * CHURN (RECEHIST.DAT) - MESMAS POSICOES DE CADREC, PARA A
      * LINHA SER MOVIDA INTEIRA DO ARQUIVO PARA A TABELA E DE VOLTA
      ******************************************************************
       77  WS-FS-HRC                  PIC 99.
           88 FS-HRC-OK                VALUE 0.
           88 FS-HRC-NAOACHOU          VALUE 35.
       77  WS-EOF-HRC                  PIC X(01).
           88 EOF-HRC                  VALUE 'S' FALSE 'N'.
       77  WS-QTD-HIST                 PIC 9(04) VALUE 0.
       77  WS-SUB-HIST                 PIC 9(04).
       01  WS-TABELA-HIST.
           03  WS-HIST-ENTRADA OCCURS 600 TIMES.
               05  WS-HT-COMPETENCIA   PIC 9(06).
               05  FILLER              PIC X(01).
               05  WS-HT-PLANO         PIC X(03).
               05  FILLER              PIC X(01).
               05  WS-HT-ABERTURA      PIC 9(06).
               05  FILLER              PIC X(01).
               05  WS-HT-NOVOS         PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-HT-CANCELADOS    PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-HT-BLOQUEIOS     PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-HT-UPGRADES      PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-HT-DOWNGRADES    PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-HT-FECHAMENTO    PIC 9(06).
               05  FILLER              PIC X(01).
               05  WS-HT-FATURADO      PIC 9(09)V99.
               05  FILLER              PIC X(01).
               05  WS-HT-RECEBIDO      PIC 9(09)V99.
