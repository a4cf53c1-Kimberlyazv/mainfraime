      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO HISTORICO MENSAL DE RECEITA E CHURN
      * RECEHIST.DAT - UMA LINHA POR COMPETENCIA E PLANO, GRAVADA
      * PELO RELRECE, COM A MOVIMENTACAO DE ASSINANTES E A RECEITA
      * FATURADA X RECEBIDA DO MES. O FECHAMENTO DE UM MES E A
      * ABERTURA DO MES SEGUINTE
      ******************************************************************
       01  REG-HIST-RECEITA.
           03  HRC-COMPETENCIA        PIC 9(06).
           03  FILLER                 PIC X(01).
           03  HRC-PLANO              PIC X(03).
           03  FILLER                 PIC X(01).
           03  HRC-ABERTURA           PIC 9(06).
           03  FILLER                 PIC X(01).
           03  HRC-NOVOS              PIC 9(05).
           03  FILLER                 PIC X(01).
           03  HRC-CANCELADOS         PIC 9(05).
           03  FILLER                 PIC X(01).
           03  HRC-BLOQUEIOS          PIC 9(05).
           03  FILLER                 PIC X(01).
           03  HRC-UPGRADES           PIC 9(05).
           03  FILLER                 PIC X(01).
           03  HRC-DOWNGRADES         PIC 9(05).
           03  FILLER                 PIC X(01).
           03  HRC-FECHAMENTO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  HRC-FATURADO           PIC 9(09)V99.
           03  FILLER                 PIC X(01).
           03  HRC-RECEBIDO           PIC 9(09)V99.
