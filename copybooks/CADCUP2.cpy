      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: TABELA EM MEMORIA DOS CUPONS DE PROMOCAO
      * (CUPONS.DAT)
      ******************************************************************
       77  WS-FS-CUP                  PIC 99.
           88 FS-CUP-OK                VALUE 0.
           88 FS-CUP-NAOACHOU          VALUE 35.
       77  WS-EOF-CUP                  PIC X(01).
           88 EOF-CUP                  VALUE 'S' FALSE 'N'.
       77  WS-QTD-CUPONS               PIC 9(03) VALUE 0.
       77  WS-SUB-CUP                  PIC 9(03).
       77  WS-CUP-IDX                  PIC 9(03).
       77  WS-SUB-CUP-PLANO            PIC 9(01).
       77  WS-CUPOM-ACHOU              PIC X(01).
           88 CUPOM-OK                  VALUE 'S' FALSE 'N'.
       77  WS-CUPOM-PLANO-ACHOU        PIC X(01).
           88 CUPOM-PLANO-OK            VALUE 'S' FALSE 'N'.
       01  WS-TABELA-CUPONS.
           03  WS-CUPOM OCCURS 100 TIMES.
               05  WS-CUP-CODIGO       PIC X(10).
               05  WS-CUP-DESCRICAO    PIC X(30).
               05  WS-CUP-TIPO         PIC X(01).
               05  WS-CUP-VALOR        PIC 9(05)V99.
               05  WS-CUP-MESES        PIC 9(02).
               05  WS-CUP-PLANO        PIC X(03) OCCURS 5 TIMES.
               05  WS-CUP-DATA-INICIO  PIC 9(08).
               05  WS-CUP-DATA-FIM     PIC 9(08).
               05  WS-CUP-MAX-USOS     PIC 9(05).
               05  WS-CUP-QTD-USOS     PIC 9(05).
               05  WS-CUP-SITUACAO     PIC X(01).
