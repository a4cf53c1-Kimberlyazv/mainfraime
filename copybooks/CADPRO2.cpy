      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO AO ARQUIVO DE PROMOCOES DOS ASSINANTES
      * (PROMOUSU.DAT) - TABELA EM MEMORIA DAS ADESOES, NA ORDEM DO
      * ARQUIVO, PARA A COBRANCA APLICAR E REGRAVAR
      ******************************************************************
       77  WS-FS-PRO                  PIC 99.
           88 FS-PRO-OK                VALUE 0.
           88 FS-PRO-NAOACHOU          VALUE 35.
       77  WS-EOF-PRO                  PIC X(01).
           88 EOF-PRO                  VALUE 'S' FALSE 'N'.
       77  WS-PRO-ESTOURO              PIC X(01).
           88 PRO-ESTOURO              VALUE 'S' FALSE 'N'.
       77  WS-QTD-PROMOCOES            PIC 9(04) VALUE 0.
       77  WS-SUB-PRO                  PIC 9(04).
       01  WS-TABELA-PROMOCOES.
           03  WS-PROMOCAO-ENTRADA OCCURS 5000 TIMES.
               05  WS-PRO-T-ID         PIC 9(06).
               05  WS-PRO-T-CUPOM      PIC X(10).
               05  WS-PRO-T-ADESAO     PIC 9(08).
               05  WS-PRO-T-FIM-TESTE  PIC 9(08).
               05  WS-PRO-T-TIPO       PIC X(01).
               05  WS-PRO-T-VALOR      PIC 9(05)V99.
               05  WS-PRO-T-MESES      PIC 9(02).
               05  WS-PRO-T-USADOS     PIC 9(02).
               05  WS-PRO-T-ULT-COMPET PIC 9(06).
               05  WS-PRO-T-SITUACAO   PIC X(01).
               05  WS-PRO-T-ENCERRAMENTO
                                       PIC 9(08).
               05  WS-PRO-T-OPERADOR   PIC X(08).
