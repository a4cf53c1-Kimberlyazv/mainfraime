      * A SITUACAO (A=ABERTA / P=PAGA). AS LIQUIDADAS SAEM DA
      * CARTEIRA NA REGRAVACAO (FICAM SO EM FATPAGAS.DAT) E AS
      * COMPETENCIAS JA CARREGADAS FICAM REGISTRADAS EM CTRLABE.DAT
      * PARA A CARGA DE FATURAS NAO SE REPETIR. ABE-NOSSO-NUMERO
      * VEM DA FATURA E E A CHAVE PREFERENCIAL DA BAIXA NO RETORNO
      ******************************************************************
       01  REG-ABERTO.
           03  ABE-COMPETENCIA        PIC 9(06).
           03  ABE-SITUACAO           PIC X(01).
               88  ABE-ABERTA          VALUE 'A'.
               88  ABE-PAGA            VALUE 'P'.
           03  FILLER                 PIC X(01).
           03  ABE-NOSSO-NUMERO       PIC 9(10).
