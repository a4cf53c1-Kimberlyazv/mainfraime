      * Date:09/2026
      * Purpose: LAYOUT DO ARQUIVO DE RETORNO BANCARIO RETBANCO.DAT
      * (UM PAGAMENTO POR LINHA: DATA DO PAGAMENTO, ID DO ASSINANTE
      * E VALOR PAGO, NO FORMATO COMBINADO COM O BANCO). O NOSSO
      * NUMERO DEVOLVIDO PELO BANCO VEM NO FIM DA LINHA - RETORNO NO
      * FORMATO ANTIGO, SEM ELE, CAI NA BAIXA POR ID E VALOR
      ******************************************************************
       01  REG-RETORNO.
           03  RET-DATA-PGTO          PIC 9(08).
           03  RET-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  RET-VALOR              PIC 9(05)V99.
           03  FILLER                 PIC X(01).
           03  RET-NOSSO-NUMERO       PIC 9(10).
