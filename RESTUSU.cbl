      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RECUPERACAO DE USUARIO.DAT ATE UMA DATA/HORA -
      * RECARREGA O BACKUP DATADO ESCOLHIDO (BKPUSU.AAAAMMDD.DAT,
      * GERADO PELO BACKUSU) E REAPLICA SOBRE ELE AS IMAGENS DO
      * JORNAL DE ALTERACOES JRNUSU.DAT ATE A DATA/HORA INFORMADA.
      * AS LINHAS DO JORNAL POSTERIORES AO PONTO ESCOLHIDO SAEM DO
      * JORNAL (FICAM GUARDADAS EM JRNDESC.DAT), PARA O JORNAL
      * CONTINUAR CORRESPONDENDO AO CADASTRO RECUPERADO. INFORMA AS
      * ALTERACOES REAPLICADAS E AS DIVERGENCIAS ENCONTRADAS.
      * RESTRITO A ADMINISTRACAO; A ACAO E REGISTRADA EM LOGUSU.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTUSU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT USUARIO ASSIGN TO
               'C:\ArqCobol\USUARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY ID-USUARIO
               ALTERNATE RECORD KEY IS EMAIL-USUARIO
               FILE STATUS IS WS-FS.

               SELECT BACKUP ASSIGN TO DYNAMIC WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKP.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

               SELECT JRNTMP ASSIGN TO
               'C:\ArqCobol\JRNTMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT JRNDESC ASSIGN TO
               'C:\ArqCobol\JRNDESC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DESC.

               SELECT LOGUSU ASSIGN TO
               'C:\ArqCobol\LOGUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPERADOR ASSIGN TO
               'C:\ArqCobol\OPERADOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD BACKUP.
       01  REG-BACKUP                 PIC X(261).

       FD JORNAL.
           COPY CADJRN.

       FD JRNTMP.
       01  REG-JRNTMP                 PIC X(565).

       FD JRNDESC.
       01  REG-JRNDESC                PIC X(565).

       FD LOGUSU.
           COPY CADLOG.

       FD OPERADOR.
           COPY CADOPE.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-TMP                 PIC 99.
           88 FS-TMP-OK             VALUE 0.
       77 WS-FS-DESC                PIC 99.
           88 FS-DESC-OK            VALUE 0.
       77 WS-EOF-TMP                PIC X(01).
           88 EOF-TMP               VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA               PIC X(01).
           88 CONFIRMA-SIM          VALUE 'S' 's'.
       77 WS-JORNAL-EXISTE          PIC X(01).
           88 JORNAL-EXISTE         VALUE 'S' FALSE 'N'.
       77 WS-ID-USUARIO             PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-DATA-BACKUP            PIC X(08).
       77 WS-DATA-HORA-ALVO         PIC X(14).
       77 WS-DATA-HORA-MARCO        PIC X(14).
       77 WS-BACKUP-DO-JORNAL       PIC X(40).
       77 WS-QTD-APLICADAS          PIC 9(07) VALUE 0.
       77 WS-QTD-INCLUSOES          PIC 9(07) VALUE 0.
       77 WS-QTD-ALTERACOES         PIC 9(07) VALUE 0.
       77 WS-QTD-EXCLUSOES          PIC 9(07) VALUE 0.
       77 WS-QTD-DIVERGENCIAS       PIC 9(07) VALUE 0.
       77 WS-QTD-POSTERIORES        PIC 9(07) VALUE 0.
       77 WS-QTD-ERROS              PIC 9(07) VALUE 0.

       COPY "CADBKP2".
       COPY "CADJRN2".
       COPY "CADLOG2".
       COPY "CADOPE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** RECUPERACAO DE USUARIO.DAT PELO JORNAL ***'
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P020-IDENTIFICA-OPERADOR THRU P020-EXIT

           IF NOT OPERADOR-OK
               PERFORM P900-FIM
           END-IF

      * A RECUPERACAO SUBSTITUI O CADASTRO INTEIRO - SO DA
      * ADMINISTRACAO, COMO O EXPURGO.
           IF NOT OPERADOR-ADMIN
               DISPLAY 'PROGRAMA RESTRITO A ADMINISTRACAO '
                       '(PERFIL 3)!'
               MOVE 'RECUPERACAO - ACESSO NEGADO PELO PERFIL'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               PERFORM P900-FIM
           END-IF

           PERFORM P100-PEDE-PARAMETROS THRU P100-EXIT
           PERFORM P200-CONFERE-JORNAL  THRU P200-EXIT

           IF NOT JOB-OK
               PERFORM P900-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'USUARIO.DAT SERA SUBSTITUIDO PELO BACKUP '
                   WS-NOME-BACKUP
           DISPLAY 'COM O JORNAL REAPLICADO ATE ' WS-DATA-HORA-ALVO
           DISPLAY 'CONFIRMA A RECUPERACAO? (S/N): '
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM
               DISPLAY 'RECUPERACAO CANCELADA - CADASTRO MANTIDO'
               MOVE 'RECUPERACAO CANCELADA PELO OPERADOR'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               PERFORM P900-FIM
           END-IF

           PERFORM P300-RECARREGA-BACKUP THRU P300-EXIT

           IF JOB-OK AND JORNAL-EXISTE
               PERFORM P400-APLICA-JORNAL THRU P400-EXIT
           END-IF

           IF JOB-OK AND WS-QTD-POSTERIORES > 0
               PERFORM P500-REGRAVA-JORNAL THRU P500-EXIT
           END-IF

           DISPLAY '***************************************'
           DISPLAY '* RESUMO DA RECUPERACAO                *'
           DISPLAY '***************************************'
           DISPLAY 'BACKUP RECARREGADO      : ' WS-NOME-BACKUP
           DISPLAY 'REGISTROS DO BACKUP     : ' WS-QTD-RECARGA
           DISPLAY 'ERROS NA RECARGA        : ' WS-QTD-ERRO-RECARGA
           DISPLAY 'REAPLICADAS DO JORNAL   : ' WS-QTD-APLICADAS
           DISPLAY '  INCLUSOES             : ' WS-QTD-INCLUSOES
           DISPLAY '  ALTERACOES            : ' WS-QTD-ALTERACOES
           DISPLAY '  EXCLUSOES             : ' WS-QTD-EXCLUSOES
           DISPLAY 'DIVERGENCIAS DE IMAGEM  : ' WS-QTD-DIVERGENCIAS
           DISPLAY 'ERROS NA REAPLICACAO    : ' WS-QTD-ERROS
           DISPLAY 'POSTERIORES AO PONTO    : ' WS-QTD-POSTERIORES

           IF WS-QTD-POSTERIORES > 0
               DISPLAY '(RETIRADAS DO JORNAL E GUARDADAS EM '
                       'JRNDESC.DAT)'
           END-IF

           IF JOB-OK
               MOVE 'RECUPERACAO - CADASTRO RECUPERADO PELO JORNAL'
                                    TO WS-LOG-RESULTADO
               DISPLAY 'RESULTADO: OK - CADASTRO RECUPERADO ATE '
                       WS-DATA-HORA-ALVO
           ELSE
               MOVE 'RECUPERACAO - INTERROMPIDA COM ERRO'
                                    TO WS-LOG-RESULTADO
               DISPLAY 'RESULTADO: NAO OK - CONFERIR USUARIO.DAT '
                       'ANTES DE LIBERAR O CADASTRO'
           END-IF

           PERFORM P800-GRAVA-LOG
           PERFORM P900-FIM

           .
       P020-IDENTIFICA-OPERADOR.

           PERFORM P021-CARREGA-OPERADORES
           SET OPERADOR-OK TO FALSE
           MOVE ZEROS      TO WS-TENTATIVAS-OPE

           .
       P020A-PEDE-OPERADOR.

           DISPLAY 'Identificacao do operador: '
           ACCEPT WS-OPE-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-OPE-INFORMADO)
                                    TO WS-OPE-INFORMADO
           DISPLAY 'Senha do operador: '
           ACCEPT WS-OPE-SENHA-INF

           PERFORM P024-PROTEGE-SENHA-OPE

           SET OPE-ACHOU TO FALSE
           PERFORM P023-PROCURA-OPERADOR
               VARYING WS-SUB-OPE FROM 1 BY 1
               UNTIL WS-SUB-OPE > WS-QTD-OPERADORES
                  OR OPE-ACHOU

           IF OPE-ACHOU
            AND WS-OPE-T-SENHA (WS-OPE-IDX) = WS-OPE-SENHA-PROT
            AND WS-OPE-T-STATUS (WS-OPE-IDX) NOT = '0'
               SET OPERADOR-OK TO TRUE
               MOVE WS-OPE-T-CODIGO (WS-OPE-IDX)
                                    TO WS-OPERADOR-ATUAL
               MOVE WS-OPE-T-PERFIL (WS-OPE-IDX)
                                    TO WS-OPERADOR-PERFIL
               DISPLAY 'OPERADOR IDENTIFICADO: '
                       WS-OPE-T-NOME (WS-OPE-IDX)
               MOVE 'OPERADOR IDENTIFICADO NO SIGNON'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P020-EXIT
           END-IF

           ADD 1 TO WS-TENTATIVAS-OPE
           DISPLAY 'OPERADOR OU SENHA INVALIDOS!'

           IF WS-TENTATIVAS-OPE < 3
               GO TO P020A-PEDE-OPERADOR
           END-IF

           DISPLAY 'SIGNON RECUSADO APOS 3 TENTATIVAS'
           MOVE SPACES     TO WS-OPERADOR-ATUAL
           MOVE 'SIGNON DE OPERADOR RECUSADO - 3 FALHAS'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           GO TO P020-EXIT.

       P020-EXIT.
           EXIT.

       P021-CARREGA-OPERADORES.

           MOVE 0                  TO WS-QTD-OPERADORES
           SET FS-OPE-OK           TO TRUE
           SET EOF-OPE             TO FALSE

           OPEN INPUT OPERADOR

           IF FS-OPE-NAOACHOU
               CONTINUE
           ELSE
               PERFORM P022-LE-OPERADOR UNTIL EOF-OPE
               CLOSE OPERADOR
           END-IF

      * SEM MESTRE DE OPERADORES (PRIMEIRA INSTALACAO) VALE O
      * OPERADOR PADRAO DE IMPLANTACAO - CADASTRE OS OPERADORES
      * REAIS NO MANOPE E O PADRAO DEIXA DE VALER.
           IF WS-QTD-OPERADORES = 0
               DISPLAY 'AVISO - OPERADOR.DAT AUSENTE OU VAZIO: '
                       'VALE O OPERADOR PADRAO ADMIN'
               MOVE 'CAPFLIX1'     TO WS-OPE-SENHA-INF
               PERFORM P024-PROTEGE-SENHA-OPE
               ADD 1               TO WS-QTD-OPERADORES
               MOVE 'ADMIN'        TO WS-OPE-T-CODIGO (1)
               MOVE 'OPERADOR PADRAO DE IMPLANTACAO'
                                   TO WS-OPE-T-NOME (1)
               MOVE WS-OPE-SENHA-PROT
                                   TO WS-OPE-T-SENHA (1)
               MOVE '3'            TO WS-OPE-T-PERFIL (1)
               MOVE '1'            TO WS-OPE-T-STATUS (1)
           END-IF

           .
       P022-LE-OPERADOR.

           READ OPERADOR
               AT END
                   SET EOF-OPE TO TRUE
               NOT AT END
                   IF WS-QTD-OPERADORES < 50
                       ADD 1 TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO
                            TO WS-OPE-T-CODIGO (WS-QTD-OPERADORES)
                       MOVE OPE-NOME
                            TO WS-OPE-T-NOME (WS-QTD-OPERADORES)
                       MOVE OPE-SENHA
                            TO WS-OPE-T-SENHA (WS-QTD-OPERADORES)
                       MOVE OPE-PERFIL
                            TO WS-OPE-T-PERFIL (WS-QTD-OPERADORES)
                       MOVE OPE-STATUS
                            TO WS-OPE-T-STATUS (WS-QTD-OPERADORES)
                   ELSE
                       DISPLAY 'AVISO - OPERADOR.DAT EXCEDE 50 '
                               'ENTRADAS. LINHA IGNORADA: ' OPE-CODIGO
                   END-IF
           END-READ

           .
       P023-PROCURA-OPERADOR.

           IF WS-OPE-T-CODIGO (WS-SUB-OPE) = WS-OPE-INFORMADO
               SET OPE-ACHOU TO TRUE
               MOVE WS-SUB-OPE TO WS-OPE-IDX
           END-IF

           .
      * MESMO DESLOCAMENTO DE 5 POSICOES USADO NAS SENHAS DE
      * ASSINANTE - A SENHA DO OPERADOR NUNCA FICA EM TEXTO CLARO.
       P024-PROTEGE-SENHA-OPE.

           MOVE WS-OPE-SENHA-INF TO WS-OPE-SENHA-PROT
           PERFORM P024A-CIFRA-OPE
               VARYING WS-OPE-SENHA-IDX FROM 1 BY 1
               UNTIL WS-OPE-SENHA-IDX > LENGTH OF WS-OPE-SENHA-PROT

           .
       P024A-CIFRA-OPE.

           COMPUTE WS-OPE-SENHA-COD =
               FUNCTION ORD (WS-OPE-SENHA-PROT (WS-OPE-SENHA-IDX:1))
             + 5

           IF WS-OPE-SENHA-COD > 256
               SUBTRACT 256 FROM WS-OPE-SENHA-COD
           END-IF

           MOVE FUNCTION CHAR (WS-OPE-SENHA-COD)
                      TO WS-OPE-SENHA-PROT (WS-OPE-SENHA-IDX:1)

           .
       P057-INICIALIZA-LOG.

           SET FS-LOG-OK      TO TRUE
           OPEN EXTEND LOGUSU

           IF FS-LOG-NAOACHOU
               OPEN OUTPUT LOGUSU
           END-IF

           .
      * O PONTO DE RECUPERACAO E UMA DATA/HORA AAAAMMDDHHMMSS NO
      * MESMO FORMATO DE JRN-DATA-HORA; EM BRANCO, O JORNAL INTEIRO
      * E REAPLICADO (RECUPERACAO ATE A ULTIMA ALTERACAO GRAVADA).
       P100-PEDE-PARAMETROS.

           DISPLAY 'Informe a data do backup a recarregar (AAAAMMDD): '
           ACCEPT WS-DATA-BACKUP

           IF WS-DATA-BACKUP IS NOT NUMERIC
               DISPLAY 'DATA INVALIDA!'
               GO TO P100-PEDE-PARAMETROS
           END-IF

           MOVE SPACES TO WS-NOME-BACKUP
           STRING 'C:\ArqCobol\BKPUSU.' WS-DATA-BACKUP '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-BACKUP

           SET FS-BKP-OK TO TRUE
           OPEN INPUT BACKUP

           IF NOT FS-BKP-OK
               DISPLAY 'BACKUP ' WS-NOME-BACKUP ' NAO ENCONTRADO!'
               GO TO P100-PEDE-PARAMETROS
           END-IF

           CLOSE BACKUP.

       P100A-PEDE-PONTO.

           DISPLAY 'Informe a data/hora limite (AAAAMMDDHHMMSS) ou '
                   '<ENTER> para reaplicar todo o jornal: '
           MOVE SPACES TO WS-DATA-HORA-ALVO
           ACCEPT WS-DATA-HORA-ALVO

           IF WS-DATA-HORA-ALVO = SPACES
               MOVE ALL '9' TO WS-DATA-HORA-ALVO
               GO TO P100-EXIT
           END-IF

           IF WS-DATA-HORA-ALVO IS NOT NUMERIC
               DISPLAY 'DATA/HORA INVALIDA!'
               GO TO P100A-PEDE-PONTO
           END-IF

           IF WS-DATA-HORA-ALVO (1:8) < WS-DATA-BACKUP
               DISPLAY 'O PONTO DE RECUPERACAO E ANTERIOR AO BACKUP!'
               GO TO P100A-PEDE-PONTO
           END-IF

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

      * O JORNAL SO COMPLEMENTA O BACKUP QUE O REINICIOU (LINHA DE
      * MARCO 'B'). SOBRE OUTRO BACKUP FALTARIAM OU SOBRARIAM
      * ALTERACOES - SO SEGUE COM A CONFIRMACAO DO OPERADOR.
       P200-CONFERE-JORNAL.

           SET JOB-OK        TO TRUE
           SET JORNAL-EXISTE TO FALSE
           MOVE SPACES       TO WS-BACKUP-DO-JORNAL
           MOVE SPACES       TO WS-DATA-HORA-MARCO

           SET FS-JRN-OK TO TRUE
           OPEN INPUT JORNAL

           IF FS-JRN-NAOACHOU
               DISPLAY 'AVISO - JRNUSU.DAT NAO EXISTE: SO O BACKUP '
                       'SERA RECARREGADO'
               GO TO P200-EXIT
           END-IF

           IF NOT FS-JRN-OK
               DISPLAY 'ERRO AO ABRIR JRNUSU.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               SET JOB-OK TO FALSE
               GO TO P200-EXIT
           END-IF

           SET JORNAL-EXISTE TO TRUE

           READ JORNAL
               AT END
                   MOVE SPACES TO REG-JORNAL
           END-READ

           CLOSE JORNAL

           IF JRN-MARCO-BACKUP
               MOVE JRN-DEPOIS (1:40) TO WS-BACKUP-DO-JORNAL
               MOVE JRN-DATA-HORA     TO WS-DATA-HORA-MARCO
               PERFORM P210-CONFERE-PONTO THRU P210-EXIT
           END-IF

           IF WS-BACKUP-DO-JORNAL = WS-NOME-BACKUP
               GO TO P200-EXIT
           END-IF

           DISPLAY 'AVISO - O JORNAL NAO COMECA NO BACKUP ESCOLHIDO'
           IF WS-BACKUP-DO-JORNAL = SPACES
               DISPLAY 'JORNAL SEM LINHA DE MARCO DE BACKUP'
           ELSE
               DISPLAY 'BACKUP DE PARTIDA DO JORNAL: '
                       WS-BACKUP-DO-JORNAL
           END-IF
           DISPLAY 'REAPLICAR O JORNAL MESMO ASSIM? (S/N): '
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM
               DISPLAY 'RECUPERACAO CANCELADA - CADASTRO MANTIDO'
               MOVE 'RECUPERACAO - JORNAL DE OUTRO BACKUP'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               SET JOB-OK TO FALSE
           END-IF

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

      * O BACKUP FOI TIRADO NA HORA DO MARCO - UM PONTO ANTERIOR A
      * ELA, MESMO NO DIA DO BACKUP, O BACKUP NAO TEM COMO
      * REPRESENTAR.
       P210-CONFERE-PONTO.

           IF WS-DATA-HORA-ALVO NOT < WS-DATA-HORA-MARCO
               GO TO P210-EXIT
           END-IF

           DISPLAY 'O PONTO DE RECUPERACAO E ANTERIOR AO BACKUP ('
                   WS-DATA-HORA-MARCO ')!'
           PERFORM P100A-PEDE-PONTO THRU P100-EXIT

           GO TO P210-CONFERE-PONTO.

       P210-EXIT.
           EXIT.

       P300-RECARREGA-BACKUP.

           SET FS-BKP-OK TO TRUE
           OPEN INPUT BACKUP

           IF NOT FS-BKP-OK
               DISPLAY 'ERRO AO ABRIR O BACKUP ' WS-NOME-BACKUP
               DISPLAY 'FILE STATUS: ' WS-FS-BKP
               SET JOB-OK TO FALSE
               GO TO P300-EXIT
           END-IF

           SET FS-OK TO TRUE
           OPEN OUTPUT USUARIO

           IF NOT FS-OK
               DISPLAY 'ERRO AO RECRIAR USUARIO.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET JOB-OK TO FALSE
               CLOSE BACKUP
               GO TO P300-EXIT
           END-IF

           SET EOF-BKP TO FALSE
           PERFORM P310-RECARGA-REGISTRO UNTIL EOF-BKP

           CLOSE BACKUP
           CLOSE USUARIO

           IF WS-QTD-ERRO-RECARGA > 0
               SET JOB-OK TO FALSE
           END-IF

           GO TO P300-EXIT.

       P300-EXIT.
           EXIT.

       P310-RECARGA-REGISTRO.

           READ BACKUP
               AT END
                   SET EOF-BKP TO TRUE
               NOT AT END
                   MOVE REG-BACKUP TO REG-USUARIOS
                   WRITE REG-USUARIOS
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERRO-RECARGA
                           DISPLAY 'ERRO NA RECARGA DO ID '
                                   ID-USUARIO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-RECARGA
                   END-WRITE
           END-READ

           .
      * REAPLICA NA ORDEM DO JORNAL. AS LINHAS ATE O PONTO ESCOLHIDO
      * VAO TAMBEM PARA JRNTMP.DAT E AS POSTERIORES PARA JRNDESC.DAT
      * - SE HOUVER POSTERIORES, O P500 DEVOLVE AO JORNAL SO AS
      * REAPLICADAS.
       P400-APLICA-JORNAL.

           SET FS-OK TO TRUE
           OPEN I-O USUARIO

           IF NOT FS-OK
               DISPLAY 'ERRO AO REABRIR USUARIO.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET JOB-OK TO FALSE
               GO TO P400-EXIT
           END-IF

           SET FS-JRN-OK TO TRUE
           OPEN INPUT JORNAL
           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT JRNTMP
           SET FS-DESC-OK TO TRUE
           OPEN OUTPUT JRNDESC

           IF NOT FS-JRN-OK OR NOT FS-TMP-OK OR NOT FS-DESC-OK
               DISPLAY 'ERRO AO ABRIR O JORNAL OU SEUS ARQUIVOS '
                       'DE TRABALHO'
               SET JOB-OK TO FALSE
               CLOSE USUARIO
               GO TO P400-EXIT
           END-IF

           SET EOF-JRN TO FALSE
           PERFORM P410-LE-JORNAL UNTIL EOF-JRN

           CLOSE USUARIO
           CLOSE JORNAL
           CLOSE JRNTMP
           CLOSE JRNDESC

           IF WS-QTD-ERROS > 0
               SET JOB-OK TO FALSE
           END-IF

           GO TO P400-EXIT.

       P400-EXIT.
           EXIT.

       P410-LE-JORNAL.

           READ JORNAL
               AT END
                   SET EOF-JRN TO TRUE
               NOT AT END
      * A LINHA DE MARCO FICA SEMPRE NO JORNAL.
                   IF JRN-DATA-HORA > WS-DATA-HORA-ALVO
                    AND NOT JRN-MARCO-BACKUP
                       ADD 1 TO WS-QTD-POSTERIORES
                       WRITE REG-JRNDESC FROM REG-JORNAL
                   ELSE
                       WRITE REG-JRNTMP FROM REG-JORNAL
                       PERFORM P420-APLICA-LINHA THRU P420-EXIT
                   END-IF
           END-READ

           .
      * A IMAGEM DEPOIS E A QUE VALE. A IMAGEM ANTES SO SERVE PARA
      * CONFERIR SE O CADASTRO ESTAVA COMO O JORNAL ESPERAVA - A
      * DIFERENCA (ALTERACAO FORA DO JORNAL OU BACKUP TROCADO) E
      * CONTADA COMO DIVERGENCIA E A LINHA E APLICADA ASSIM MESMO.
       P420-APLICA-LINHA.

           IF JRN-MARCO-BACKUP
               GO TO P420-EXIT
           END-IF

           MOVE JRN-ID-USUARIO TO ID-USUARIO

           READ USUARIO
               INVALID KEY
                   IF NOT JRN-INCLUSAO
                       ADD 1 TO WS-QTD-DIVERGENCIAS
                       DISPLAY 'DIVERGENCIA - ID ' JRN-ID-USUARIO
                               ' AUSENTE DO CADASTRO'
                   END-IF
                   IF JRN-EXCLUSAO
                       GO TO P420-EXIT
                   END-IF
                   MOVE JRN-DEPOIS TO REG-USUARIOS
                   WRITE REG-USUARIOS
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                           DISPLAY 'ERRO AO REAPLICAR O ID '
                                   JRN-ID-USUARIO
                           GO TO P420-EXIT
                   END-WRITE
               NOT INVALID KEY
                   IF JRN-INCLUSAO
                    OR REG-USUARIOS NOT = JRN-ANTES
                       ADD 1 TO WS-QTD-DIVERGENCIAS
                       DISPLAY 'DIVERGENCIA - ID ' JRN-ID-USUARIO
                               ' DIFERENTE DA IMAGEM ANTES DO JORNAL'
                   END-IF
                   IF JRN-EXCLUSAO
                       DELETE USUARIO
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               DISPLAY 'ERRO AO EXCLUIR O ID '
                                       JRN-ID-USUARIO
                               GO TO P420-EXIT
                       END-DELETE
                   ELSE
                       MOVE JRN-DEPOIS TO REG-USUARIOS
                       REWRITE REG-USUARIOS
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               DISPLAY 'ERRO AO REAPLICAR O ID '
                                       JRN-ID-USUARIO
                               GO TO P420-EXIT
                       END-REWRITE
                   END-IF
           END-READ

           ADD 1 TO WS-QTD-APLICADAS

           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN JRN-ALTERACAO
                   ADD 1 TO WS-QTD-ALTERACOES
               WHEN JRN-EXCLUSAO
                   ADD 1 TO WS-QTD-EXCLUSOES
           END-EVALUATE

           GO TO P420-EXIT.

       P420-EXIT.
           EXIT.

      * O CADASTRO VOLTOU AO PONTO ESCOLHIDO - O JORNAL TAMBEM VOLTA,
      * PARA AS ALTERACOES DE AGORA EM DIANTE SEGUIREM AS
      * REAPLICADAS E UMA NOVA RECUPERACAO NAO REFAZER AS DESCARTADAS.
       P500-REGRAVA-JORNAL.

           SET FS-TMP-OK TO TRUE
           OPEN INPUT JRNTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO REGRAVAR JRNUSU.DAT - RETIRE A MAO '
                       'AS LINHAS GUARDADAS EM JRNDESC.DAT'
               SET JOB-OK TO FALSE
               GO TO P500-EXIT
           END-IF

           SET FS-JRN-OK TO TRUE
           OPEN OUTPUT JORNAL

           IF NOT FS-JRN-OK
               DISPLAY 'ERRO AO REGRAVAR JRNUSU.DAT - RETIRE A MAO '
                       'AS LINHAS GUARDADAS EM JRNDESC.DAT'
               CLOSE JRNTMP
               SET JOB-OK TO FALSE
               GO TO P500-EXIT
           END-IF

           SET EOF-TMP TO FALSE
           PERFORM P510-COPIA-LINHA UNTIL EOF-TMP

           CLOSE JRNTMP
           CLOSE JORNAL

           GO TO P500-EXIT.

       P500-EXIT.
           EXIT.

       P510-COPIA-LINHA.

           READ JRNTMP
               AT END
                   SET EOF-TMP TO TRUE
               NOT AT END
                   WRITE REG-JORNAL FROM REG-JRNTMP
           END-READ

           .
       P800-GRAVA-LOG.

           MOVE SPACES              TO REG-LOG
           MOVE WS-ID-USUARIO       TO LOG-ID-USUARIO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO LOG-DATA-HORA
           MOVE WS-LOG-RESULTADO    TO LOG-RESULTADO
           MOVE WS-OPERADOR-ATUAL   TO LOG-OPERADOR
           WRITE REG-LOG

           .
       P900-FIM.
            CLOSE LOGUSU
            STOP RUN.
       END PROGRAM RESTUSU.
