      * BACKUP E CONFERE: QUANTIDADE X CTRL-PROXIMO-ID (CTRLID.DAT)
      * E CHAVE ALTERNATIVA EMAIL-USUARIO REGISTRO A REGISTRO.
      * EMITE RESULTADO OK / NAO OK EM RELBKP.DAT PARA O OPERADOR
      * LIBERAR (OU NAO) O DIA ONLINE. COM O BACKUP OK, REINICIA O
      * JORNAL DE ALTERACOES JRNUSU.DAT A PARTIR DESTE BACKUP.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUSU.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
       FD RELBKP.
       01  REG-RELBKP                 PIC X(80).

       FD JORNAL.
           COPY CADJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
           88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(80).
       77 WS-JORNAL-REINICIADO      PIC X(01) VALUE 'N'.
           88 JORNAL-REINICIADO     VALUE 'S' FALSE 'N'.

       COPY "CADBKP2".
       COPY "CADCTRL2".
       COPY "CADJRN2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM P400-CONFERE-EMAIL    THRU P400-EXIT
           END-IF

           IF JOB-OK
               PERFORM P600-REINICIA-JORNAL  THRU P600-EXIT
           END-IF

           PERFORM P500-RELATORIO

      * O CODIGO DE RETORNO E O QUE O NOTURNO CONSULTA PARA LIBERAR

           MOVE SPACES TO WS-LINHA-REL

           IF JORNAL-REINICIADO
               MOVE 'JORNAL JRNUSU.DAT REINICIADO A PARTIR DESTE BACKUP'
                                        TO WS-LINHA-REL
           ELSE
               MOVE 'JORNAL JRNUSU.DAT MANTIDO - NAO REINICIADO'
                                        TO WS-LINHA-REL
           END-IF

           WRITE REG-RELBKP FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL

           IF JOB-OK
               MOVE 'RESULTADO: OK - DIA ONLINE LIBERADO'
                                        TO WS-LINHA-REL
           DISPLAY WS-LINHA-REL

           .
      * SO UM BACKUP CONFERIDO REINICIA O JORNAL: A PRIMEIRA LINHA
      * ('B') GUARDA O NOME DO BACKUP DE PARTIDA, E O RESTUSU SO
      * REAPLICA O JORNAL SOBRE ESSE MESMO BACKUP. SE O JORNAL NAO
      * PUDER SER REINICIADO, ELE CONTINUA VALENDO SOBRE O BACKUP
      * ANTERIOR - O BACKUP DE HOJE NAO DEIXA DE ESTAR OK.
       P600-REINICIA-JORNAL.

           SET FS-JRN-OK TO TRUE
           OPEN OUTPUT JORNAL

           IF NOT FS-JRN-OK
               DISPLAY 'AVISO - JRNUSU.DAT NAO PODE SER REINICIADO'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               GO TO P600-EXIT
           END-IF

           MOVE SPACES              TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO JRN-DATA-HORA
           SET JRN-MARCO-BACKUP     TO TRUE
           MOVE ZEROS               TO JRN-ID-USUARIO
           MOVE 'BACKUSU'           TO JRN-PROGRAMA
           MOVE 'BACKUSU'           TO JRN-OPERADOR
           MOVE WS-NOME-BACKUP      TO JRN-DEPOIS
           WRITE REG-JORNAL

           CLOSE JORNAL

           SET JORNAL-REINICIADO TO TRUE
           DISPLAY 'JORNAL JRNUSU.DAT REINICIADO'

           GO TO P600-EXIT.

       P600-EXIT.
           EXIT.
       END PROGRAM BACKUSU.
