      * OS REGISTROS INATIVOS HA MAIS MESES QUE O PARAMETRO DE
      * RETENCAO INFORMADO, APAGANDO-OS DE USUARIO.DAT. PERMITE
      * TAMBEM RESTAURAR UM ASSINANTE DO HISTORICO PELO ID QUANDO
      * ELE VOLTA A ASSINAR. TODA ACAO E REGISTRADA EM LOGUSU.DAT E
      * CADA EXCLUSAO OU RESTAURACAO NO JORNAL JRNUSU.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGUSU.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
       FD OPERADOR.
           COPY CADOPE.

       FD JORNAL.
           COPY CADJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       COPY "CADHIST2".
       COPY "CADLOG2".
       COPY "CADOPE2".
       COPY "CADJRN2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** EXPURGO DE ASSINANTES INATIVOS ***'
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P058-INICIALIZA-JORNAL
           PERFORM P020-IDENTIFICA-OPERADOR THRU P020-EXIT

           IF NOT OPERADOR-OK
           END-IF

           MOVE REG-USUARIOS    TO HIST-REG-USUARIO
           MOVE REG-USUARIOS    TO WS-JRN-ANTES
           MOVE WS-DATA-HOJE    TO HIST-DT-PURGA
           MOVE ID-USUARIO      TO WS-ID-USUARIO

           MOVE 'EXPURGO - MOVIDO PARA O HISTORICO'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG
           SET JRN-OPER-EXCLUSAO    TO TRUE
           PERFORM P810-GRAVA-JORNAL

           GO TO P130-EXIT.

           MOVE 'RESTAURACAO - ASSINANTE DEVOLVIDO AO CADASTRO'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG
           MOVE SPACES              TO WS-JRN-ANTES
           SET JRN-OPER-INCLUSAO    TO TRUE
           PERFORM P810-GRAVA-JORNAL

           CLOSE USUARIO
           CLOSE HISTORICO
           MOVE WS-OPERADOR-ATUAL   TO LOG-OPERADOR
           WRITE REG-LOG

           .
       P058-INICIALIZA-JORNAL.

           SET FS-JRN-OK      TO TRUE
           OPEN EXTEND JORNAL

           IF FS-JRN-NAOACHOU
               OPEN OUTPUT JORNAL
           END-IF

           .
      * NA EXCLUSAO NAO HA IMAGEM DEPOIS - O REGISTRO APAGADO VAI
      * SO NA IMAGEM ANTES.
       P810-GRAVA-JORNAL.

           MOVE SPACES              TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO JRN-DATA-HORA
           MOVE WS-JRN-OPERACAO     TO JRN-OPERACAO
           MOVE WS-ID-USUARIO       TO JRN-ID-USUARIO
           MOVE 'PURGUSU'           TO JRN-PROGRAMA
           MOVE WS-OPERADOR-ATUAL   TO JRN-OPERADOR
           MOVE WS-JRN-ANTES        TO JRN-ANTES

           IF NOT JRN-OPER-EXCLUSAO
               MOVE REG-USUARIOS    TO JRN-DEPOIS
           END-IF

           WRITE REG-JORNAL

           .
       P300-FIM.
       P900-FIM.
            CLOSE LOGUSU
            CLOSE JORNAL
            STOP RUN.
       END PROGRAM PURGUSU.
