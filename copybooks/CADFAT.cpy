      * Date:08/2026
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE FATURAS DA
      * COMPETENCIA (FATURAS.AAAAMM.DAT - UMA FATURA POR ASSINANTE
      * ATIVO GERADA NA COBRANCA MENSAL DA COMPETENCIA INFORMADA).
      * FAT-VALOR E O VALOR A PAGAR, JA LIQUIDO DO CREDITO DO
      * ASSINANTE ABATIDO NA GERACAO (FAT-CREDITO-ABATIDO).
      * FAT-NOSSO-NUMERO IDENTIFICA A FATURA NA REMESSA E NO RETORNO
      * DO BANCO (ZERO QUANDO NAO HA VALOR A COBRAR).
      * FAT-PRECO-ORIGINAL E O PRECO DO PLANO NA COMPETENCIA (JA
      * PRORRATEADO NA TROCA DE PLANO) ANTES DA PROMOCAO; O TESTE
      * GRATIS E O CUPOM (FAT-CUPOM) SAEM SEPARADOS NOS CAMPOS DE
      * DESCONTO E FAT-VALOR JA VEM LIQUIDO DELES
      ******************************************************************
       01  REG-FATURA.
           03  FAT-DATA-GERACAO       PIC 9(08).
           03  FAT-DIA-VENCIMENTO     PIC 9(02).
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-COMPETENCIA        PIC 9(06).
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-CREDITO-ABATIDO    PIC 9(05)V99.
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-NOSSO-NUMERO       PIC 9(10).
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-PRECO-ORIGINAL     PIC 9(05)V99.
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-DESCONTO-TESTE     PIC 9(05)V99.
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-DESCONTO-CUPOM     PIC 9(05)V99.
           03  FILLER                 PIC X(01) VALUE SPACE.
           03  FAT-CUPOM              PIC X(10).
