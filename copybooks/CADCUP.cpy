      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CUPONS DE PROMOCAO CUPONS.DAT -
      * UMA LINHA POR CAMPANHA, MANTIDA NO MANCUP. O DESCONTO E
      * PERCENTUAL (CUP-VALOR = PERCENTUAL, EX: 10,00 = 10%) OU
      * FIXO EM REAIS, VALE POR CUP-MESES FATURAS A PARTIR DA
      * ADESAO E SO PARA OS PLANOS LISTADOS (TODOS EM BRANCO =
      * QUALQUER PLANO). A ADESAO SO E ACEITA DENTRO DA VALIDADE E
      * ATE O MAXIMO DE USOS (ZERO = SEM LIMITE)
      ******************************************************************
       01  REG-CUPOM.
           03  CUP-CODIGO             PIC X(10).
           03  FILLER                 PIC X(01).
           03  CUP-DESCRICAO          PIC X(30).
           03  FILLER                 PIC X(01).
           03  CUP-TIPO               PIC X(01).
               88  CUP-PERCENTUAL      VALUE 'P'.
               88  CUP-VALOR-FIXO      VALUE 'V'.
           03  FILLER                 PIC X(01).
           03  CUP-VALOR              PIC 9(05)V99.
           03  FILLER                 PIC X(01).
           03  CUP-MESES              PIC 9(02).
           03  FILLER                 PIC X(01).
           03  CUP-PLANOS.
               05  CUP-PLANO-ENTRADA OCCURS 5 TIMES.
                   07  CUP-PLANO      PIC X(03).
                   07  FILLER         PIC X(01).
           03  CUP-DATA-INICIO        PIC 9(08).
           03  FILLER                 PIC X(01).
           03  CUP-DATA-FIM           PIC 9(08).
           03  FILLER                 PIC X(01).
           03  CUP-MAX-USOS           PIC 9(05).
           03  FILLER                 PIC X(01).
           03  CUP-QTD-USOS           PIC 9(05).
           03  FILLER                 PIC X(01).
           03  CUP-SITUACAO           PIC X(01).
               88  CUP-ATIVO           VALUE 'A'.
               88  CUP-ENCERRADO       VALUE 'E'.
