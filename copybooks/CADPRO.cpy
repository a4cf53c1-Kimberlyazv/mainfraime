      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO ARQUIVO DE PROMOCOES DOS ASSINANTES
      * PROMOUSU.DAT - UMA LINHA POR ADESAO A CUPOM E/OU TESTE
      * GRATIS, GRAVADA PELO CADASTRO (SPRINT). O TIPO, O VALOR E
      * OS MESES DO CUPOM SAO COPIADOS NA ADESAO - ALTERAR A
      * CAMPANHA DEPOIS NAO MUDA O QUE JA FOI CONCEDIDO. A COBRANCA
      * MENSAL (FATURA) CONTA OS MESES USADOS, GUARDA A ULTIMA
      * COMPETENCIA DESCONTADA (A REGERACAO DA MESMA COMPETENCIA
      * NAO GASTA OUTRO MES) E ENCERRA A PROMOCAO NO FIM
      ******************************************************************
       01  REG-PROMOCAO.
           03  PRO-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  PRO-CUPOM              PIC X(10).
           03  FILLER                 PIC X(01).
           03  PRO-DATA-ADESAO        PIC 9(08).
           03  FILLER                 PIC X(01).
           03  PRO-FIM-TESTE          PIC 9(08).
           03  FILLER                 PIC X(01).
           03  PRO-TIPO               PIC X(01).
           03  FILLER                 PIC X(01).
           03  PRO-VALOR              PIC 9(05)V99.
           03  FILLER                 PIC X(01).
           03  PRO-MESES              PIC 9(02).
           03  FILLER                 PIC X(01).
           03  PRO-MESES-USADOS       PIC 9(02).
           03  FILLER                 PIC X(01).
           03  PRO-ULT-COMPET         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  PRO-SITUACAO           PIC X(01).
               88  PRO-ATIVA           VALUE 'A'.
               88  PRO-ENCERRADA       VALUE 'E'.
           03  FILLER                 PIC X(01).
           03  PRO-DATA-ENCERRAMENTO  PIC 9(08).
           03  FILLER                 PIC X(01).
           03  PRO-OPERADOR           PIC X(08).
