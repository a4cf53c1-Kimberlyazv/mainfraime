      * Purpose: IDENTIFICACAO DE ASSINANTES CAPFLIX - VALIDA E-MAIL
      * (CHAVE ALTERNATIVA DE USUARIO.DAT) E SENHA PROTEGIDA, RECUSA
      * ASSINANTES INATIVOS E BLOQUEIA O CADASTRO APOS TRES FALHAS
      * CONSECUTIVAS. TODA TENTATIVA E REGISTRADA EM LOGUSU.DAT E
      * TODA REGRAVACAO DO CADASTRO NO JORNAL JRNUSU.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGIN.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
       FD LOGUSU.
           COPY CADLOG.

       FD JORNAL.
           COPY CADJRN.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON                 PIC X(120) VALUE SPACES.
       01 FILLER REDEFINES WS-SIGNON.

       COPY "CADLOG2".
       COPY "CADPERF2".
       COPY "CADJRN2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** IDENTIFICACAO DE ASSINANTES ***'
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P058-INICIALIZA-JORNAL
           SET EXIT-OK              TO FALSE
           PERFORM P100-SIGNON      THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM
                   PERFORM P800-GRAVA-LOG
               NOT INVALID KEY
                   MOVE ID-USUARIO TO WS-ID-USUARIO
                   MOVE REG-USUARIOS TO WS-JRN-ANTES
                   PERFORM P200-VERIFICA-ACESSO THRU P200-EXIT
           END-READ

           REWRITE REG-USUARIOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
               NOT INVALID KEY
                   PERFORM P810-GRAVA-JORNAL THRU P810-EXIT
           END-REWRITE

           DISPLAY '***************************************'
           REWRITE REG-USUARIOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
               NOT INVALID KEY
                   PERFORM P810-GRAVA-JORNAL THRU P810-EXIT
           END-REWRITE

           DISPLAY 'ACESSO RECUSADO - SENHA EXPIRADA'
           REWRITE REG-USUARIOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
               NOT INVALID KEY
                   PERFORM P810-GRAVA-JORNAL THRU P810-EXIT
           END-REWRITE

           PERFORM P800-GRAVA-LOG
           WRITE REG-LOG

           .
       P058-INICIALIZA-JORNAL.

           SET FS-JRN-OK      TO TRUE
           OPEN EXTEND JORNAL

           IF FS-JRN-NAOACHOU
               OPEN OUTPUT JORNAL
           END-IF

           .
      * O ACESSO LIBERADO REGRAVA O CADASTRO MESMO SEM FALHAS A
      * ZERAR - A REGRAVACAO IDENTICA AO REGISTRO LIDO NAO VAI PARA
      * O JORNAL, QUE SO GUARDA O QUE MUDOU O CADASTRO.
       P810-GRAVA-JORNAL.

           IF REG-USUARIOS = WS-JRN-ANTES
               GO TO P810-EXIT
           END-IF

           MOVE SPACES              TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO JRN-DATA-HORA
           SET JRN-ALTERACAO        TO TRUE
           MOVE ID-USUARIO          TO JRN-ID-USUARIO
           MOVE 'LOGIN'             TO JRN-PROGRAMA
           MOVE 'LOGIN'             TO JRN-OPERADOR
           MOVE WS-JRN-ANTES        TO JRN-ANTES
           MOVE REG-USUARIOS        TO JRN-DEPOIS
           WRITE REG-JORNAL

           GO TO P810-EXIT.

       P810-EXIT.
           EXIT.

       P299-ENCERRA.

           DISPLAY
       P300-FIM.
       P900-FIM.
            CLOSE LOGUSU
            CLOSE JORNAL
            STOP RUN.
       END PROGRAM LOGIN.
