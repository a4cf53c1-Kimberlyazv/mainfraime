      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO INDICE DE ARQUIVOS MORTOS DO LOG
      * CTRLARC.DAT - UMA LINHA POR FECHAMENTO DO LOGMES, COM A DATA
      * QUE COMPOE O NOME DO ARQUIVO (LOGARC.AAAAMMDD.DAT) E A
      * DATA/HORA DO FECHAMENTO
      ******************************************************************
       01  REG-CTRLARC.
           03  ARC-DATA-ARQUIVO       PIC 9(08).
           03  FILLER                 PIC X(01).
           03  ARC-DATA-HORA          PIC X(14).
