      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CREDITOS DE ASSINANTES
      * CREDITO.DAT - UMA LINHA POR CREDITO AINDA NAO APLICADO
      * (PAGAMENTO SEM FATURA ABERTA, SOBRA DE PAGAMENTO MAIOR QUE
      * AS FATURAS OU CREDITO DEVOLVIDO NUMA REGERACAO DA
      * COBRANCA). O RETORNO BANCARIO INCLUI AS LINHAS, A COBRANCA
      * MENSAL ABATE O SALDO DA FATURA SEGUINTE E AS LINHAS ZERADAS
      * SAEM DO ARQUIVO NA REGRAVACAO
      ******************************************************************
       01  REG-CREDITO.
           03  CRE-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  CRE-DATA-ORIGEM        PIC 9(08).
           03  FILLER                 PIC X(01).
           03  CRE-VALOR-ORIGINAL     PIC 9(05)V99.
           03  FILLER                 PIC X(01).
           03  CRE-SALDO              PIC 9(05)V99.
           03  FILLER                 PIC X(01).
           03  CRE-ORIGEM             PIC X(01).
               88  CRE-SEM-FATURA      VALUE 'S'.
               88  CRE-EXCEDENTE       VALUE 'E'.
               88  CRE-DEVOLVIDO       VALUE 'R'.
