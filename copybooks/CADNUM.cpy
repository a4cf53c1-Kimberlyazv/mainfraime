      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONTROLE DE NUMERACAO DO NOSSO
      * NUMERO DAS FATURAS (CTRLNUM.DAT)
      ******************************************************************
       01  REG-CTRLNUM.
           03  NUM-PROXIMO-NOSSO      PIC 9(10).
