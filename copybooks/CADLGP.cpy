      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO REGISTRO DE SOLICITACOES DE TITULARES
      * (LGPD) LGPDREG.DAT - UMA LINHA POR SOLICITACAO ATENDIDA OU
      * RECUSADA, COM O PROTOCOLO, O TIPO (E=EXPORTACAO DOS DADOS /
      * A=ELIMINACAO POR ANONIMIZACAO), A DATA EM QUE O TITULAR FEZ
      * O PEDIDO, O PRAZO LEGAL, A DATA/HORA DO ATENDIMENTO E SE ELE
      * FICOU DENTRO DO PRAZO. SITUACAO C=CONCLUIDA / R=RECUSADA /
      * I=ELIMINACAO INCOMPLETA (ALGUM ARQUIVO NAO PODE SER
      * REGRAVADO - REPETIR). A OBSERVACAO GUARDA O ARQUIVO DA
      * EXPORTACAO OU O MOTIVO DA RECUSA
      ******************************************************************
       01  REG-LGPD.
           03  LGP-PROTOCOLO          PIC 9(06).
           03  FILLER                 PIC X(01).
           03  LGP-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  LGP-TIPO               PIC X(01).
               88  LGP-EXPORTACAO      VALUE 'E'.
               88  LGP-ELIMINACAO      VALUE 'A'.
           03  FILLER                 PIC X(01).
           03  LGP-DATA-SOLICITACAO   PIC 9(08).
           03  FILLER                 PIC X(01).
           03  LGP-DATA-PRAZO         PIC 9(08).
           03  FILLER                 PIC X(01).
           03  LGP-DATA-HORA-ATEND    PIC X(14).
           03  FILLER                 PIC X(01).
           03  LGP-NO-PRAZO           PIC X(01).
               88  LGP-DENTRO-PRAZO    VALUE 'S'.
               88  LGP-FORA-PRAZO      VALUE 'N'.
           03  FILLER                 PIC X(01).
           03  LGP-SITUACAO           PIC X(01).
               88  LGP-CONCLUIDA       VALUE 'C'.
               88  LGP-RECUSADA        VALUE 'R'.
               88  LGP-INCOMPLETA      VALUE 'I'.
           03  FILLER                 PIC X(01).
           03  LGP-QTD-REGISTROS      PIC 9(06).
           03  FILLER                 PIC X(01).
           03  LGP-OPERADOR           PIC X(08).
           03  FILLER                 PIC X(01).
           03  LGP-OBSERVACAO         PIC X(40).
