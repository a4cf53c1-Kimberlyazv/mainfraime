      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO JORNAL DE ALTERACOES DE USUARIO.DAT
      * (JRNUSU.DAT) - UMA LINHA POR INCLUSAO, ALTERACAO OU EXCLUSAO
      * DE REG-USUARIOS, COM A IMAGEM DO REGISTRO ANTES E DEPOIS DA
      * GRAVACAO. O BACKUP NOTURNO REINICIA O ARQUIVO COM UMA LINHA
      * DE MARCO ('B') QUE IDENTIFICA O BACKUP DE PARTIDA; A
      * RECUPERACAO (RESTUSU) RECARREGA ESSE BACKUP E REAPLICA AS
      * IMAGENS DEPOIS ATE A DATA/HORA ESCOLHIDA
      ******************************************************************
       01  REG-JORNAL.
           03  JRN-DATA-HORA          PIC X(14).
           03  FILLER                 PIC X(01).
           03  JRN-OPERACAO           PIC X(01).
               88  JRN-INCLUSAO        VALUE 'I'.
               88  JRN-ALTERACAO       VALUE 'A'.
               88  JRN-EXCLUSAO        VALUE 'E'.
               88  JRN-MARCO-BACKUP    VALUE 'B'.
           03  FILLER                 PIC X(01).
           03  JRN-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  JRN-PROGRAMA           PIC X(08).
           03  FILLER                 PIC X(01).
           03  JRN-OPERADOR           PIC X(08).
           03  FILLER                 PIC X(01).
           03  JRN-ANTES              PIC X(261).
           03  FILLER                 PIC X(01).
           03  JRN-DEPOIS             PIC X(261).
