      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RELATORIO DE CADASTROS SUSPEITOS DE DUPLICIDADE -
      * COMPARA TODOS OS ASSINANTES DO CADASTRO (USUARIO.DAT) E DO
      * HISTORICO DE EXPURGADOS (HISTUSU.DAT) ENTRE SI E LIGA OS
      * QUE TEM O MESMO TELEFONE, O MESMO NOME NORMALIZADO (SEM
      * ACENTOS, MAIUSCULAS/MINUSCULAS E ESPACOS A MAIS) OU A MESMA
      * PARTE LOCAL DO E-MAIL EM OUTRO DOMINIO. OS LIGADOS, DIRETA
      * OU INDIRETAMENTE, FORMAM UM GRUPO, LISTADO COM SITUACAO,
      * PLANO, DATA DE CADASTRO (LOG), ULTIMA MANUTENCAO OU EXPURGO,
      * FATURAS EM ABERTO (ABERTOS.DAT) E TESTES GRATIS USADOS
      * (PROMOUSU.DAT) - GRUPO COM MAIS DE UM TESTE E SINALIZADO
      * COMO TESTE REPETIDO. O RELATORIO VAI PARA RELDUP.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDUP.

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

               SELECT HISTORICO ASSIGN TO
               'C:\ArqCobol\HISTUSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY HIST-ID-USUARIO
               FILE STATUS IS WS-FS-HIST.

               SELECT ABERTOS ASSIGN TO
               'C:\ArqCobol\ABERTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ABE.

               SELECT PROMOCOES ASSIGN TO
               'C:\ArqCobol\PROMOUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.

               SELECT LOGUSU ASSIGN TO
               'C:\ArqCobol\LOGUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT CTRLARC ASSIGN TO
               'C:\ArqCobol\CTRLARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

               SELECT ARQUIVO-MORTO ASSIGN TO DYNAMIC
               WS-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

               SELECT RELDUP ASSIGN TO
               'C:\ArqCobol\RELDUP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD HISTORICO.
           COPY CADHIST.

       FD ABERTOS.
           COPY CADABE.

       FD PROMOCOES.
           COPY CADPRO.

       FD LOGUSU.
           COPY CADLOG.

       FD CTRLARC.
           COPY CADARC.

       FD ARQUIVO-MORTO.
       01  REG-MORTO.
           03  MOR-ID-USUARIO         PIC 9(06).
           03  FILLER                 PIC X(01).
           03  MOR-DATA-HORA          PIC X(14).
           03  FILLER                 PIC X(01).
           03  MOR-RESULTADO          PIC X(50).
           03  FILLER                 PIC X(01).
           03  MOR-OPERADOR           PIC X(08).

       FD RELDUP.
       01  REG-RELDUP                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-REL                 PIC 99.
       77 WS-FS-MORTO               PIC 99.
           88 FS-MORTO-OK           VALUE 0.
       77 WS-EOF                    PIC X(01).
           88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-HIST               PIC X(01).
           88 EOF-HIST              VALUE 'S' FALSE 'N'.
       77 WS-EOF-LOG                PIC X(01).
           88 EOF-LOG               VALUE 'S' FALSE 'N'.
       77 WS-EOF-MORTO              PIC X(01).
           88 EOF-MORTO             VALUE 'S' FALSE 'N'.
       77 WS-DATA-ACHOU             PIC X(01).
           88 DATA-ACHOU            VALUE 'S' FALSE 'N'.
       77 WS-CAD-ESTOURO            PIC X(01).
           88 CAD-ESTOURO           VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(132).
       77 WS-NOME-MORTO             PIC X(40).
       77 WS-QTD-ARQ                PIC 9(03) VALUE 0.
       77 WS-SUB-ARQ                PIC 9(03).
       77 WS-DATA-PROCURADA         PIC 9(08).
       77 WS-ID-LOG                 PIC 9(06).
       77 WS-DATA-LOG               PIC X(14).
       77 WS-RESULTADO-LOG          PIC X(50).
       77 WS-ID-PROCURADO           PIC 9(06).
       77 WS-ORIGEM                 PIC X(01).
       77 WS-DATA-MANUT             PIC X(08).

      * CADASTROS CARREGADOS, PARES COMPARADOS E GRUPOS.
       77 WS-QTD-CAD                PIC 9(04) VALUE 0.
       77 WS-QTD-USUARIOS           PIC 9(04) VALUE 0.
       77 WS-QTD-HISTORICO          PIC 9(04) VALUE 0.
       77 WS-SUB-CAD                PIC 9(04).
       77 WS-SUB-CAD2               PIC 9(04).
       77 WS-RAIZ                   PIC 9(04).
       77 WS-RAIZ-1                 PIC 9(04).
       77 WS-RAIZ-2                 PIC 9(04).
       77 WS-QTD-GRUPOS             PIC 9(04) VALUE 0.
       77 WS-QTD-EM-GRUPOS          PIC 9(05) VALUE 0.
       77 WS-QTD-GRUPOS-DIVIDA      PIC 9(04) VALUE 0.
       77 WS-QTD-GRUPOS-TESTE       PIC 9(04) VALUE 0.
       77 WS-LIGOU                  PIC X(01).
           88 LIGOU                 VALUE 'S' FALSE 'N'.

      * TOTAIS DO GRUPO EM IMPRESSAO.
       77 WS-GRP-QTD                PIC 9(04).
       77 WS-GRP-ABERTAS            PIC 9(04).
       77 WS-GRP-DEBITO             PIC 9(09)V99.
       77 WS-GRP-TESTES             PIC 9(03).
       77 WS-GRP-MOTIVO-TEL         PIC X(01).
       77 WS-GRP-MOTIVO-NOME        PIC X(01).
       77 WS-GRP-MOTIVO-EMAIL       PIC X(01).
       77 WS-TOT-DEBITO             PIC 9(09)V99 VALUE 0.
       77 WS-QTD-EDIT               PIC ZZZ9.
       77 WS-QTD-EDIT2              PIC ZZZ9.
       77 WS-QTD-EDIT3              PIC ZZZ9.
       77 WS-VALOR-EDIT             PIC ZZZ.ZZZ.ZZ9,99.

      * NORMALIZACAO DO NOME - O ACENTO PODE VIR EM UM BYTE (LATIN-1)
      * OU EM DOIS (UTF-8, PREFIXO X'C3' E UM BYTE DE X'80' A X'BF').
       77 WS-NOME-ENTRADA           PIC X(100).
       77 WS-NOME-NORM              PIC X(100).
       77 WS-SUB-CAR                PIC 9(03).
       77 WS-POS-NORM               PIC 9(03).
       77 WS-CAR                    PIC X(01).
       77 WS-CAR-SEGUINTE           PIC X(01).
           88 CAR-CONTINUA-UTF8     VALUE X'80' THRU X'BF'.
       77 WS-UTF8-PENDENTE          PIC X(01).
           88 UTF8-PENDENTE         VALUE 'S' FALSE 'N'.
       77 WS-ULTIMO-ESPACO          PIC X(01).
           88 ULTIMO-ESPACO         VALUE 'S' FALSE 'N'.
       77 WS-EMAIL-ENTRADA          PIC X(100).

       01 WS-ACENTOS-LATIN1.
           03 FILLER                PIC X(13)
              VALUE X'C0C1C2C3C4C5C7C8C9CACBCCCD'.
           03 FILLER                PIC X(13)
              VALUE X'CECFD1D2D3D4D5D6D9DADBDCDD'.
           03 FILLER                PIC X(13)
              VALUE X'E0E1E2E3E4E5E7E8E9EAEBECED'.
           03 FILLER                PIC X(13)
              VALUE X'EEEFF1F2F3F4F5F6F9FAFBFCFD'.
       01 WS-ACENTOS-UTF8.
           03 FILLER                PIC X(13)
              VALUE X'8081828384858788898A8B8C8D'.
           03 FILLER                PIC X(13)
              VALUE X'8E8F919293949596999A9B9C9D'.
           03 FILLER                PIC X(13)
              VALUE X'A0A1A2A3A4A5A7A8A9AAABACAD'.
           03 FILLER                PIC X(13)
              VALUE X'AEAFB1B2B3B4B5B6B9BABBBCBD'.
       01 WS-SEM-ACENTOS.
           03 FILLER                PIC X(26)
              VALUE 'AAAAAACEEEEIIIINOOOOOUUUUY'.
           03 FILLER                PIC X(26)
              VALUE 'AAAAAACEEEEIIIINOOOOOUUUUY'.

      * UMA ENTRADA POR ASSINANTE DO CADASTRO (C) OU DO HISTORICO
      * (H). WS-CAD-RAIZ APONTA PARA O PRIMEIRO DO GRUPO.
       01 WS-TABELA-CADASTROS.
           03 WS-CAD-ENTRADA OCCURS 5000 TIMES.
               05 WS-CAD-ID         PIC 9(06).
               05 WS-CAD-ORIGEM     PIC X(01).
               05 WS-CAD-NOME       PIC X(24).
               05 WS-CAD-NOME-NORM  PIC X(100).
               05 WS-CAD-TEL        PIC 9(12).
               05 WS-CAD-EMAIL      PIC X(26).
               05 WS-CAD-EMAIL-LOCAL
                                    PIC X(64).
               05 WS-CAD-EMAIL-DOMINIO
                                    PIC X(60).
               05 WS-CAD-STATUS     PIC X(01).
               05 WS-CAD-PLANO      PIC X(03).
               05 WS-CAD-DT-CRIACAO PIC 9(08).
               05 WS-CAD-DT-MANUT   PIC X(08).
               05 WS-CAD-ABERTAS    PIC 9(03).
               05 WS-CAD-DEBITO     PIC 9(07)V99.
               05 WS-CAD-TESTES     PIC 9(02).
               05 WS-CAD-RAIZ       PIC 9(04).
               05 WS-CAD-QTD-GRUPO  PIC 9(04).
               05 WS-CAD-MOTIVO-TEL PIC X(01).
               05 WS-CAD-MOTIVO-NOME
                                    PIC X(01).
               05 WS-CAD-MOTIVO-EMAIL
                                    PIC X(01).

       01 WS-TABELA-ARQUIVOS.
           03 WS-ARQ-DATA           PIC 9(08) OCCURS 240 TIMES.

       01 WS-CAB-MEMBRO.
           03 FILLER                PIC X(47)
              VALUE 'ID     O NOME                     TELEFONE     '.
           03 FILLER                PIC X(37)
              VALUE 'E-MAIL                     SITUACAO  '.
           03 FILLER                PIC X(45)
              VALUE 'PLA CADASTRO MANUT/EXP  ABT  EM ABERTO TG MOT'.

       01 WS-LINHA-MEMBRO.
           03 WS-LM-ID              PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-ORIGEM          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-NOME            PIC X(24).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-TEL             PIC 9(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-EMAIL           PIC X(26).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-SITUACAO        PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-PLANO           PIC X(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CRIACAO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-MANUT           PIC X(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LM-ABERTAS         PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-DEBITO          PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-TESTES          PIC Z9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-MOTIVOS         PIC X(03).

       COPY "CADHIST2".
       COPY "CADABE2".
       COPY "CADPRO2".
       COPY "CADLOG2".
       COPY "CADARC2".
       COPY "CADLGP2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** RELATORIO DE CADASTROS SUSPEITOS DE '
                   'DUPLICIDADE ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TABELA-CADASTROS
           SET CAD-ESTOURO TO FALSE

           PERFORM P100-CARREGA-USUARIOS THRU P100-EXIT

           IF WS-QTD-CAD = 0
               DISPLAY 'NENHUM ASSINANTE NO CADASTRO - NADA A COMPARAR'
               GO TO P900-FIM
           END-IF

           PERFORM P150-CARREGA-HISTORICO THRU P150-EXIT

           IF CAD-ESTOURO
               DISPLAY 'CADASTRO E HISTORICO EXCEDEM 5000 ASSINANTES '
                       '- RELATORIO NAO GERADO'
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           PERFORM P200-ABERTOS THRU P200-EXIT
           PERFORM P250-TESTES THRU P250-EXIT
           PERFORM P300-LE-LOGS THRU P300-EXIT
           PERFORM P400-AGRUPA
           PERFORM P500-RELATORIO

           MOVE WS-TOT-DEBITO TO WS-VALOR-EDIT
           DISPLAY '***************************************'
           DISPLAY '* RESUMO DOS CADASTROS SUSPEITOS      *'
           DISPLAY '***************************************'
           DISPLAY 'ASSINANTES NO CADASTRO  : ' WS-QTD-USUARIOS
           DISPLAY 'EXPURGADOS NO HISTORICO : ' WS-QTD-HISTORICO
           DISPLAY 'GRUPOS SUSPEITOS        : ' WS-QTD-GRUPOS
           DISPLAY 'CADASTROS NOS GRUPOS    : ' WS-QTD-EM-GRUPOS
           DISPLAY 'GRUPOS COM DIVIDA       : ' WS-QTD-GRUPOS-DIVIDA
           DISPLAY 'GRUPOS COM TESTE REPET. : ' WS-QTD-GRUPOS-TESTE
           DISPLAY 'DIVIDA EM ABERTO GRUPOS : ' WS-VALOR-EDIT
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELDUP.DAT'

           GO TO P900-FIM.

       P100-CARREGA-USUARIOS.

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE USUARIOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO P100-EXIT
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P110-LE-USUARIO UNTIL EOF-OK

           CLOSE USUARIO

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

       P110-LE-USUARIO.

           READ USUARIO NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-USUARIOS
                   MOVE 'C' TO WS-ORIGEM
                   MOVE DT-ULT-MANUTENCAO (1:8) TO WS-DATA-MANUT
                   PERFORM P170-GUARDA-CADASTRO
           END-READ

           .
      * HISTUSU.DAT SO EXISTE DEPOIS DO PRIMEIRO EXPURGO; A DATA QUE
      * SAI NA COLUNA DE MANUTENCAO E A DO EXPURGO.
       P150-CARREGA-HISTORICO.

           SET FS-HIST-OK TO TRUE
           OPEN INPUT HISTORICO

           IF NOT FS-HIST-OK
               IF NOT FS-HIST-NAOACHOU
                   DISPLAY 'AVISO - HISTUSU.DAT ILEGIVEL (FS '
                           WS-FS-HIST ') - SO O CADASTRO SERA COMPARADO'
               END-IF
               GO TO P150-EXIT
           END-IF

           SET EOF-HIST TO FALSE
           PERFORM P160-LE-HISTORICO UNTIL EOF-HIST

           CLOSE HISTORICO

           GO TO P150-EXIT.

       P150-EXIT.
           EXIT.

       P160-LE-HISTORICO.

           READ HISTORICO NEXT RECORD
               AT END
                   SET EOF-HIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-HISTORICO
                   MOVE HIST-REG-USUARIO TO REG-USUARIOS
                   MOVE 'H' TO WS-ORIGEM
                   MOVE HIST-DT-PURGA TO WS-DATA-MANUT
                   PERFORM P170-GUARDA-CADASTRO
           END-READ

           .
       P170-GUARDA-CADASTRO.

           IF WS-QTD-CAD NOT < 5000
               SET CAD-ESTOURO TO TRUE
               SET EOF-OK      TO TRUE
               SET EOF-HIST    TO TRUE
           ELSE
               ADD 1 TO WS-QTD-CAD
               MOVE ID-USUARIO     TO WS-CAD-ID (WS-QTD-CAD)
               MOVE WS-ORIGEM      TO WS-CAD-ORIGEM (WS-QTD-CAD)
               MOVE NM-USUARIO     TO WS-CAD-NOME (WS-QTD-CAD)
               MOVE EMAIL-USUARIO  TO WS-CAD-EMAIL (WS-QTD-CAD)
               MOVE STATUS-USUARIO TO WS-CAD-STATUS (WS-QTD-CAD)
               MOVE PLANO-USUARIO  TO WS-CAD-PLANO (WS-QTD-CAD)
               MOVE WS-DATA-MANUT  TO WS-CAD-DT-MANUT (WS-QTD-CAD)
               MOVE WS-QTD-CAD     TO WS-CAD-RAIZ (WS-QTD-CAD)
               MOVE 'N'            TO WS-CAD-MOTIVO-TEL (WS-QTD-CAD)
               MOVE 'N'            TO WS-CAD-MOTIVO-NOME (WS-QTD-CAD)
               MOVE 'N'            TO WS-CAD-MOTIVO-EMAIL (WS-QTD-CAD)
               IF TEL-USUARIO IS NUMERIC
                   MOVE TEL-USUARIO TO WS-CAD-TEL (WS-QTD-CAD)
               ELSE
                   MOVE ZEROS       TO WS-CAD-TEL (WS-QTD-CAD)
               END-IF
      * O TITULAR ANONIMIZADO (LGPDUSU) FICA COM NOME PADRAO, IGUAL
      * PARA TODOS - NAO ENTRA NA COMPARACAO DE NOMES.
               IF NM-USUARIO = WS-LGPD-NOME
                   MOVE SPACES      TO WS-CAD-NOME-NORM (WS-QTD-CAD)
               ELSE
                   MOVE NM-USUARIO  TO WS-NOME-ENTRADA
                   PERFORM P180-NORMALIZA-NOME
                   MOVE WS-NOME-NORM
                                    TO WS-CAD-NOME-NORM (WS-QTD-CAD)
               END-IF
               PERFORM P190-SEPARA-EMAIL
           END-IF

           .
      * TIRA OS ACENTOS, JUNTA OS ESPACOS REPETIDOS, DESPREZA OS DO
      * INICIO E PASSA TUDO PARA MAIUSCULAS.
       P180-NORMALIZA-NOME.

           MOVE SPACES TO WS-NOME-NORM
           MOVE 0      TO WS-POS-NORM
           SET ULTIMO-ESPACO TO TRUE
           SET UTF8-PENDENTE TO FALSE

           PERFORM P181-TRATA-CARACTER THRU P181-EXIT
               VARYING WS-SUB-CAR FROM 1 BY 1
               UNTIL WS-SUB-CAR > 100

           INSPECT WS-NOME-NORM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           .
       P181-TRATA-CARACTER.

           MOVE WS-NOME-ENTRADA (WS-SUB-CAR:1) TO WS-CAR

           IF UTF8-PENDENTE
               SET UTF8-PENDENTE TO FALSE
               INSPECT WS-CAR CONVERTING WS-ACENTOS-UTF8
                                      TO WS-SEM-ACENTOS
           ELSE
               IF WS-CAR = X'C3' AND WS-SUB-CAR < 100
                   MOVE WS-NOME-ENTRADA (WS-SUB-CAR + 1:1)
                                       TO WS-CAR-SEGUINTE
                   IF CAR-CONTINUA-UTF8
                       SET UTF8-PENDENTE TO TRUE
                       GO TO P181-EXIT
                   END-IF
               END-IF
               INSPECT WS-CAR CONVERTING WS-ACENTOS-LATIN1
                                      TO WS-SEM-ACENTOS
           END-IF

           IF WS-CAR = SPACE
               IF NOT ULTIMO-ESPACO
                   ADD 1 TO WS-POS-NORM
                   SET ULTIMO-ESPACO TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-POS-NORM
               MOVE WS-CAR TO WS-NOME-NORM (WS-POS-NORM:1)
               SET ULTIMO-ESPACO TO FALSE
           END-IF

           GO TO P181-EXIT.

       P181-EXIT.
           EXIT.

      * PARTE LOCAL E DOMINIO DO E-MAIL, EM MAIUSCULAS.
       P190-SEPARA-EMAIL.

           MOVE EMAIL-USUARIO TO WS-EMAIL-ENTRADA
           INSPECT WS-EMAIL-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           UNSTRING WS-EMAIL-ENTRADA DELIMITED BY '@'
               INTO WS-CAD-EMAIL-LOCAL (WS-QTD-CAD)
                    WS-CAD-EMAIL-DOMINIO (WS-QTD-CAD)
           END-UNSTRING

           .
      * SO A FATURA AINDA ABERTA CONTA COMO DIVIDA.
       P200-ABERTOS.

           SET FS-ABE-OK TO TRUE
           OPEN INPUT ABERTOS

           IF NOT FS-ABE-OK
               GO TO P200-EXIT
           END-IF

           SET EOF-ABE TO FALSE
           PERFORM P210-LE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

       P210-LE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ABERTA
                       MOVE ABE-ID-USUARIO TO WS-ID-PROCURADO
                       PERFORM P215-SOMA-ABERTO
                           VARYING WS-SUB-CAD FROM 1 BY 1
                           UNTIL WS-SUB-CAD > WS-QTD-CAD
                   END-IF
           END-READ

           .
       P215-SOMA-ABERTO.

           IF WS-CAD-ID (WS-SUB-CAD) = WS-ID-PROCURADO
               ADD 1         TO WS-CAD-ABERTAS (WS-SUB-CAD)
               ADD ABE-VALOR TO WS-CAD-DEBITO (WS-SUB-CAD)
           END-IF

           .
      * LINHAS DE PROMOUSU.DAT COM PRO-FIM-TESTE PREENCHIDO SAO
      * TESTES GRATIS CONCEDIDOS NO CADASTRO.
       P250-TESTES.

           SET FS-PRO-OK TO TRUE
           OPEN INPUT PROMOCOES

           IF NOT FS-PRO-OK
               GO TO P250-EXIT
           END-IF

           SET EOF-PRO TO FALSE
           PERFORM P260-LE-PROMOCAO UNTIL EOF-PRO

           CLOSE PROMOCOES

           GO TO P250-EXIT.

       P250-EXIT.
           EXIT.

       P260-LE-PROMOCAO.

           READ PROMOCOES
               AT END
                   SET EOF-PRO TO TRUE
               NOT AT END
                   IF PRO-FIM-TESTE IS NUMERIC
                    AND PRO-FIM-TESTE > 0
                       MOVE PRO-ID-USUARIO TO WS-ID-PROCURADO
                       PERFORM P265-CONTA-TESTE
                           VARYING WS-SUB-CAD FROM 1 BY 1
                           UNTIL WS-SUB-CAD > WS-QTD-CAD
                   END-IF
           END-READ

           .
       P265-CONTA-TESTE.

           IF WS-CAD-ID (WS-SUB-CAD) = WS-ID-PROCURADO
               ADD 1 TO WS-CAD-TESTES (WS-SUB-CAD)
           END-IF

           .
      * A DATA DE CADASTRO SAI DO LOG (LOGUSU.DAT E ARQUIVOS MORTOS
      * INDEXADOS EM CTRLARC.DAT) - O REGISTRO DE USUARIO NAO A
      * GUARDA. SEM O LOG DO CADASTRO A DATA FICA '????????'.
       P300-LE-LOGS.

           SET FS-LOG-OK TO TRUE
           OPEN INPUT LOGUSU

           IF FS-LOG-OK
               SET EOF-LOG TO FALSE
               PERFORM P310-LE-LOG UNTIL EOF-LOG
               CLOSE LOGUSU
           END-IF

           MOVE 0 TO WS-QTD-ARQ
           SET FS-ARC-OK TO TRUE
           OPEN INPUT CTRLARC

           IF NOT FS-ARC-OK
               GO TO P300-EXIT
           END-IF

           SET EOF-ARC TO FALSE
           PERFORM P320-LE-INDICE UNTIL EOF-ARC

           CLOSE CTRLARC

           PERFORM P330-LE-ARQUIVO-MORTO
               VARYING WS-SUB-ARQ FROM 1 BY 1
               UNTIL WS-SUB-ARQ > WS-QTD-ARQ

           GO TO P300-EXIT.

       P300-EXIT.
           EXIT.

       P310-LE-LOG.

           READ LOGUSU
               AT END
                   SET EOF-LOG TO TRUE
               NOT AT END
                   MOVE LOG-ID-USUARIO TO WS-ID-LOG
                   MOVE LOG-DATA-HORA  TO WS-DATA-LOG
                   MOVE LOG-RESULTADO  TO WS-RESULTADO-LOG
                   PERFORM P350-DATA-CADASTRO
           END-READ

           .
       P320-LE-INDICE.

           READ CTRLARC
               AT END
                   SET EOF-ARC TO TRUE
               NOT AT END
                   IF ARC-DATA-ARQUIVO IS NUMERIC
                       MOVE ARC-DATA-ARQUIVO TO WS-DATA-PROCURADA
                       SET DATA-ACHOU TO FALSE
                       PERFORM P321-COMPARA-ARQUIVO
                           VARYING WS-SUB-ARQ FROM 1 BY 1
                           UNTIL WS-SUB-ARQ > WS-QTD-ARQ
                              OR DATA-ACHOU
                       IF NOT DATA-ACHOU AND WS-QTD-ARQ < 240
                           ADD 1 TO WS-QTD-ARQ
                           MOVE ARC-DATA-ARQUIVO
                                TO WS-ARQ-DATA (WS-QTD-ARQ)
                       END-IF
                   END-IF
           END-READ

           .
       P321-COMPARA-ARQUIVO.

           IF WS-ARQ-DATA (WS-SUB-ARQ) = WS-DATA-PROCURADA
               SET DATA-ACHOU TO TRUE
           END-IF

           .
       P330-LE-ARQUIVO-MORTO.

           MOVE SPACES TO WS-NOME-MORTO
           STRING 'C:\ArqCobol\LOGARC.' WS-ARQ-DATA (WS-SUB-ARQ)
                  '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-MORTO

           SET FS-MORTO-OK TO TRUE
           OPEN INPUT ARQUIVO-MORTO

           IF FS-MORTO-OK
               SET EOF-MORTO TO FALSE
               PERFORM P331-LE-MORTO UNTIL EOF-MORTO
               CLOSE ARQUIVO-MORTO
           ELSE
               DISPLAY 'AVISO - ARQUIVO MORTO ' WS-NOME-MORTO
                       ' INDISPONIVEL (FS ' WS-FS-MORTO ')'
           END-IF

           .
       P331-LE-MORTO.

           READ ARQUIVO-MORTO
               AT END
                   SET EOF-MORTO TO TRUE
               NOT AT END
                   MOVE MOR-ID-USUARIO TO WS-ID-LOG
                   MOVE MOR-DATA-HORA  TO WS-DATA-LOG
                   MOVE MOR-RESULTADO  TO WS-RESULTADO-LOG
                   PERFORM P350-DATA-CADASTRO
           END-READ

           .
       P350-DATA-CADASTRO.

           IF WS-RESULTADO-LOG = 'CADASTRO EFETUADO COM SUCESSO'
            OR WS-RESULTADO-LOG = 'LOTE - CADASTRO ACEITO'
               MOVE WS-ID-LOG TO WS-ID-PROCURADO
               PERFORM P355-GRAVA-DATA-CADASTRO
                   VARYING WS-SUB-CAD FROM 1 BY 1
                   UNTIL WS-SUB-CAD > WS-QTD-CAD
           END-IF

           .
      * O ID PODE TER MAIS DE UM CADASTRO NO LOG (NUMERACAO
      * REINICIADA) - FICA A PRIMEIRA DATA.
       P355-GRAVA-DATA-CADASTRO.

           IF WS-CAD-ID (WS-SUB-CAD) = WS-ID-PROCURADO
            AND WS-DATA-LOG (1:8) IS NUMERIC
               IF WS-CAD-DT-CRIACAO (WS-SUB-CAD) = 0
                OR WS-CAD-DT-CRIACAO (WS-SUB-CAD) > WS-DATA-LOG (1:8)
                   MOVE WS-DATA-LOG (1:8)
                        TO WS-CAD-DT-CRIACAO (WS-SUB-CAD)
               END-IF
           END-IF

           .
      * CADA PAR E COMPARADO UMA VEZ; OS PARES LIGADOS JUNTAM OS
      * SEUS GRUPOS (O GRUPO FICA COM A RAIZ DE MENOR POSICAO).
       P400-AGRUPA.

           PERFORM P410-COMPARA-CADASTRO
               VARYING WS-SUB-CAD FROM 1 BY 1
               UNTIL WS-SUB-CAD > WS-QTD-CAD

           PERFORM P450-FECHA-GRUPO
               VARYING WS-SUB-CAD FROM 1 BY 1
               UNTIL WS-SUB-CAD > WS-QTD-CAD

           .
       P410-COMPARA-CADASTRO.

           PERFORM P420-COMPARA-PAR THRU P420-EXIT
               VARYING WS-SUB-CAD2 FROM WS-SUB-CAD BY 1
               UNTIL WS-SUB-CAD2 > WS-QTD-CAD

           .
      * E-MAIL: MESMA PARTE LOCAL EM OUTRO DOMINIO, OU O MESMO
      * ENDERECO ENTRE O CADASTRO E O HISTORICO (RECADASTRO DE
      * EXPURGADO).
       P420-COMPARA-PAR.

           IF WS-SUB-CAD2 = WS-SUB-CAD
               GO TO P420-EXIT
           END-IF

           SET LIGOU TO FALSE

           IF WS-CAD-TEL (WS-SUB-CAD) > 0
            AND WS-CAD-TEL (WS-SUB-CAD) = WS-CAD-TEL (WS-SUB-CAD2)
               MOVE 'S' TO WS-CAD-MOTIVO-TEL (WS-SUB-CAD)
               MOVE 'S' TO WS-CAD-MOTIVO-TEL (WS-SUB-CAD2)
               SET LIGOU TO TRUE
           END-IF

           IF WS-CAD-NOME-NORM (WS-SUB-CAD) NOT = SPACES
            AND WS-CAD-NOME-NORM (WS-SUB-CAD) =
                WS-CAD-NOME-NORM (WS-SUB-CAD2)
               MOVE 'S' TO WS-CAD-MOTIVO-NOME (WS-SUB-CAD)
               MOVE 'S' TO WS-CAD-MOTIVO-NOME (WS-SUB-CAD2)
               SET LIGOU TO TRUE
           END-IF

           IF WS-CAD-EMAIL-LOCAL (WS-SUB-CAD) NOT = SPACES
            AND WS-CAD-EMAIL-LOCAL (WS-SUB-CAD) =
                WS-CAD-EMAIL-LOCAL (WS-SUB-CAD2)
            AND (WS-CAD-EMAIL-DOMINIO (WS-SUB-CAD) NOT =
                 WS-CAD-EMAIL-DOMINIO (WS-SUB-CAD2)
              OR WS-CAD-ORIGEM (WS-SUB-CAD) NOT =
                 WS-CAD-ORIGEM (WS-SUB-CAD2))
               MOVE 'S' TO WS-CAD-MOTIVO-EMAIL (WS-SUB-CAD)
               MOVE 'S' TO WS-CAD-MOTIVO-EMAIL (WS-SUB-CAD2)
               SET LIGOU TO TRUE
           END-IF

           IF NOT LIGOU
               GO TO P420-EXIT
           END-IF

           MOVE WS-SUB-CAD  TO WS-RAIZ
           PERFORM P430-SOBE-RAIZ
               UNTIL WS-CAD-RAIZ (WS-RAIZ) = WS-RAIZ
           MOVE WS-RAIZ     TO WS-RAIZ-1

           MOVE WS-SUB-CAD2 TO WS-RAIZ
           PERFORM P430-SOBE-RAIZ
               UNTIL WS-CAD-RAIZ (WS-RAIZ) = WS-RAIZ
           MOVE WS-RAIZ     TO WS-RAIZ-2

           IF WS-RAIZ-1 < WS-RAIZ-2
               MOVE WS-RAIZ-1 TO WS-CAD-RAIZ (WS-RAIZ-2)
           ELSE
               MOVE WS-RAIZ-2 TO WS-CAD-RAIZ (WS-RAIZ-1)
           END-IF

           GO TO P420-EXIT.

       P420-EXIT.
           EXIT.

       P430-SOBE-RAIZ.

           MOVE WS-CAD-RAIZ (WS-RAIZ) TO WS-RAIZ

           .
      * DEIXA CADA ENTRADA APONTANDO DIRETO PARA A RAIZ DO GRUPO E
      * CONTA OS MEMBROS NA ENTRADA DA RAIZ.
       P450-FECHA-GRUPO.

           MOVE WS-SUB-CAD TO WS-RAIZ
           PERFORM P430-SOBE-RAIZ
               UNTIL WS-CAD-RAIZ (WS-RAIZ) = WS-RAIZ
           MOVE WS-RAIZ    TO WS-CAD-RAIZ (WS-SUB-CAD)
           ADD 1           TO WS-CAD-QTD-GRUPO (WS-RAIZ)

           .
       P500-RELATORIO.

           OPEN OUTPUT RELDUP

           MOVE SPACES TO WS-LINHA-REL
           STRING 'CADASTROS SUSPEITOS DE DUPLICIDADE - DATA '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'MOTIVO (MOT): T = MESMO TELEFONE, '
                  'N = MESMO NOME SEM ACENTOS/ESPACOS, '
                  'E = MESMO E-MAIL EM OUTRO DOMINIO'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ORIGEM (O): C = CADASTRO ATUAL, H = HISTORICO DE '
                  'EXPURGADOS (MANUT/EXP = DATA DO EXPURGO)'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ABT = FATURAS EM ABERTO (ABERTOS.DAT), TG = TESTES '
                  'GRATIS USADOS (PROMOUSU.DAT)'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL
           MOVE ALL '-' TO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL

           PERFORM P510-GRUPO THRU P510-EXIT
               VARYING WS-SUB-CAD FROM 1 BY 1
               UNTIL WS-SUB-CAD > WS-QTD-CAD

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL
           MOVE ALL '-' TO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL

           MOVE WS-QTD-GRUPOS    TO WS-QTD-EDIT
           MOVE WS-QTD-EM-GRUPOS TO WS-QTD-EDIT2
           MOVE SPACES TO WS-LINHA-REL
           STRING 'GRUPOS SUSPEITOS: ' WS-QTD-EDIT
                  '   CADASTROS NOS GRUPOS: ' WS-QTD-EDIT2
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL

           MOVE WS-QTD-GRUPOS-DIVIDA TO WS-QTD-EDIT
           MOVE WS-QTD-GRUPOS-TESTE  TO WS-QTD-EDIT2
           MOVE WS-TOT-DEBITO        TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING 'GRUPOS COM DIVIDA: ' WS-QTD-EDIT
                  '   TOTAL EM ABERTO: ' WS-VALOR-EDIT
                  '   GRUPOS COM TESTE GRATIS REPETIDO: ' WS-QTD-EDIT2
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL

           CLOSE RELDUP

           .
      * SO A RAIZ DE UM GRUPO COM DOIS OU MAIS CADASTROS ABRE GRUPO.
       P510-GRUPO.

           IF WS-CAD-RAIZ (WS-SUB-CAD) NOT = WS-SUB-CAD
            OR WS-CAD-QTD-GRUPO (WS-SUB-CAD) < 2
               GO TO P510-EXIT
           END-IF

           ADD 1 TO WS-QTD-GRUPOS
           ADD WS-CAD-QTD-GRUPO (WS-SUB-CAD) TO WS-QTD-EM-GRUPOS

           MOVE 0       TO WS-GRP-QTD
           MOVE 0       TO WS-GRP-ABERTAS
           MOVE 0       TO WS-GRP-DEBITO
           MOVE 0       TO WS-GRP-TESTES
           MOVE SPACE   TO WS-GRP-MOTIVO-TEL
           MOVE SPACE   TO WS-GRP-MOTIVO-NOME
           MOVE SPACE   TO WS-GRP-MOTIVO-EMAIL

           PERFORM P520-SOMA-MEMBRO
               VARYING WS-SUB-CAD2 FROM WS-SUB-CAD BY 1
               UNTIL WS-SUB-CAD2 > WS-QTD-CAD

           IF WS-GRP-DEBITO > 0
               ADD 1 TO WS-QTD-GRUPOS-DIVIDA
               ADD WS-GRP-DEBITO TO WS-TOT-DEBITO
           END-IF

           IF WS-GRP-TESTES > 1
               ADD 1 TO WS-QTD-GRUPOS-TESTE
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELDUP FROM WS-LINHA-REL

           MOVE WS-QTD-GRUPOS  TO WS-QTD-EDIT
           MOVE WS-GRP-QTD     TO WS-QTD-EDIT2
           MOVE WS-GRP-ABERTAS TO WS-QTD-EDIT3
           MOVE WS-GRP-DEBITO  TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING 'GRUPO ' WS-QTD-EDIT ' -' WS-QTD-EDIT2
                  ' CADASTROS - MOTIVOS ' WS-GRP-MOTIVO-TEL
                  WS-GRP-MOTIVO-NOME WS-GRP-MOTIVO-EMAIL
                  ' - EM ABERTO' WS-QTD-EDIT3 ' FATURA(S)'
                  WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-REL
           IF WS-GRP-TESTES > 1
               MOVE '*** TESTE GRATIS REPETIDO ***'
                    TO WS-LINHA-REL (90:29)
           END-IF
           WRITE REG-RELDUP FROM WS-LINHA-REL

           WRITE REG-RELDUP FROM WS-CAB-MEMBRO

           PERFORM P530-LINHA-MEMBRO THRU P530-EXIT
               VARYING WS-SUB-CAD2 FROM WS-SUB-CAD BY 1
               UNTIL WS-SUB-CAD2 > WS-QTD-CAD

           GO TO P510-EXIT.

       P510-EXIT.
           EXIT.

       P520-SOMA-MEMBRO.

           IF WS-CAD-RAIZ (WS-SUB-CAD2) = WS-SUB-CAD
               ADD 1 TO WS-GRP-QTD
               ADD WS-CAD-ABERTAS (WS-SUB-CAD2) TO WS-GRP-ABERTAS
               ADD WS-CAD-DEBITO (WS-SUB-CAD2)  TO WS-GRP-DEBITO
               ADD WS-CAD-TESTES (WS-SUB-CAD2)  TO WS-GRP-TESTES
               IF WS-CAD-MOTIVO-TEL (WS-SUB-CAD2) = 'S'
                   MOVE 'T' TO WS-GRP-MOTIVO-TEL
               END-IF
               IF WS-CAD-MOTIVO-NOME (WS-SUB-CAD2) = 'S'
                   MOVE 'N' TO WS-GRP-MOTIVO-NOME
               END-IF
               IF WS-CAD-MOTIVO-EMAIL (WS-SUB-CAD2) = 'S'
                   MOVE 'E' TO WS-GRP-MOTIVO-EMAIL
               END-IF
           END-IF

           .
       P530-LINHA-MEMBRO.

           IF WS-CAD-RAIZ (WS-SUB-CAD2) NOT = WS-SUB-CAD
               GO TO P530-EXIT
           END-IF

           MOVE WS-CAD-ID (WS-SUB-CAD2)      TO WS-LM-ID
           MOVE WS-CAD-ORIGEM (WS-SUB-CAD2)  TO WS-LM-ORIGEM
           MOVE WS-CAD-NOME (WS-SUB-CAD2)    TO WS-LM-NOME
           MOVE WS-CAD-TEL (WS-SUB-CAD2)     TO WS-LM-TEL
           MOVE WS-CAD-EMAIL (WS-SUB-CAD2)   TO WS-LM-EMAIL
           MOVE WS-CAD-PLANO (WS-SUB-CAD2)   TO WS-LM-PLANO
           MOVE WS-CAD-DT-MANUT (WS-SUB-CAD2) TO WS-LM-MANUT
           MOVE WS-CAD-ABERTAS (WS-SUB-CAD2) TO WS-LM-ABERTAS
           MOVE WS-CAD-DEBITO (WS-SUB-CAD2)  TO WS-LM-DEBITO
           MOVE WS-CAD-TESTES (WS-SUB-CAD2)  TO WS-LM-TESTES

           EVALUATE WS-CAD-STATUS (WS-SUB-CAD2)
               WHEN '1'
                   MOVE 'ATIVO'     TO WS-LM-SITUACAO
               WHEN '0'
                   MOVE 'INATIVO'   TO WS-LM-SITUACAO
               WHEN '2'
                   MOVE 'BLOQUEADO' TO WS-LM-SITUACAO
               WHEN OTHER
                   MOVE '???'       TO WS-LM-SITUACAO
           END-EVALUATE

           IF WS-CAD-DT-CRIACAO (WS-SUB-CAD2) = 0
               MOVE '????????'   TO WS-LM-CRIACAO
           ELSE
               MOVE WS-CAD-DT-CRIACAO (WS-SUB-CAD2) TO WS-LM-CRIACAO
           END-IF

           MOVE SPACES TO WS-LM-MOTIVOS
           IF WS-CAD-MOTIVO-TEL (WS-SUB-CAD2) = 'S'
               MOVE 'T' TO WS-LM-MOTIVOS (1:1)
           END-IF
           IF WS-CAD-MOTIVO-NOME (WS-SUB-CAD2) = 'S'
               MOVE 'N' TO WS-LM-MOTIVOS (2:1)
           END-IF
           IF WS-CAD-MOTIVO-EMAIL (WS-SUB-CAD2) = 'S'
               MOVE 'E' TO WS-LM-MOTIVOS (3:1)
           END-IF

           WRITE REG-RELDUP FROM WS-LINHA-MEMBRO

           GO TO P530-EXIT.

       P530-EXIT.
           EXIT.

       P900-FIM.
           STOP RUN.
       END PROGRAM RELDUP.
