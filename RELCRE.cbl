      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RELATORIO DE CREDITOS NAO APLICADOS - LISTA PARA O
      * FINANCEIRO OS CREDITOS DE ASSINANTES AINDA EM ABERTO EM
      * CREDITO.DAT (PAGAMENTOS SEM FATURA, SOBRAS DE PAGAMENTO E
      * CREDITOS DEVOLVIDOS NA REGERACAO DA COBRANCA), AGRUPADOS
      * POR IDADE (0-30, 31-60, 61-90 E ACIMA DE 90 DIAS DESDE O
      * PAGAMENTO DE ORIGEM), COM O NOME DO ASSINANTE E
      * SUBTOTAIS POR FAIXA. O RELATORIO VAI PARA RELCRE.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT USUARIO ASSIGN TO
               'C:\ArqCobol\USUARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY ID-USUARIO
               ALTERNATE RECORD KEY IS EMAIL-USUARIO
               FILE STATUS IS WS-FS.

               SELECT CREDITO ASSIGN TO
               'C:\ArqCobol\CREDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

               SELECT RELCRE ASSIGN TO
               'C:\ArqCobol\RELCRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD CREDITO.
           COPY CADCRE.

       FD RELCRE.
       01  REG-RELCRE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-REL                 PIC 99.
       77 WS-USUARIO-ABERTO         PIC X(01).
           88 USUARIO-DISPONIVEL    VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(80).
       77 WS-FAIXA                  PIC 9(01).
       77 WS-SUB-FAIXA              PIC 9(01).
       77 WS-DIAS                   PIC 9(05).
       77 WS-QTD-EDIT               PIC ZZ.ZZ9.
       77 WS-VALOR-EDIT             PIC ZZZ.ZZZ.ZZ9,99.

      * FAIXAS 1 A 4 = 0-30 / 31-60 / 61-90 / ACIMA DE 90 DIAS;
      * A FAIXA 5 ACUMULA O TOTAL GERAL.
       01 WS-TABELA-FAIXAS.
           03 WS-FAIXA-ENTRADA OCCURS 5 TIMES.
               05 WS-FX-QTD         PIC 9(05).
               05 WS-FX-VALOR       PIC 9(09)V99.
       01 WS-NOMES-FAIXAS.
           03 FILLER                PIC X(20) VALUE '0 A 30 DIAS'.
           03 FILLER                PIC X(20) VALUE '31 A 60 DIAS'.
           03 FILLER                PIC X(20) VALUE '61 A 90 DIAS'.
           03 FILLER                PIC X(20) VALUE 'ACIMA DE 90 DIAS'.
           03 FILLER                PIC X(20) VALUE 'TOTAL GERAL'.
       01 FILLER REDEFINES WS-NOMES-FAIXAS.
           03 WS-FX-NOME            PIC X(20) OCCURS 5 TIMES.
       01 WS-TABELA-IDADES.
           03 WS-IDADE-ENTRADA OCCURS 5000 TIMES.
               05 WS-IDA-DIAS       PIC 9(05).
               05 WS-IDA-FAIXA      PIC 9(01).

       01 WS-LINHA-DET.
           03 WS-LD-ID              PIC 9(06).
           03 FILLER                PIC X(01).
           03 WS-LD-NOME            PIC X(25).
           03 FILLER                PIC X(01).
           03 WS-LD-ORIGEM          PIC X(12).
           03 FILLER                PIC X(01).
           03 WS-LD-DATA            PIC 9(08).
           03 FILLER                PIC X(01).
           03 WS-LD-ORIGINAL        PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-SALDO           PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-DIAS            PIC ZZZZ9.

       COPY "CADCRE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** RELATORIO DE CREDITOS NAO APLICADOS ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TABELA-FAIXAS

           PERFORM P100-CARREGA-CREDITOS THRU P100-EXIT

           IF CRE-ESTOURO
               DISPLAY 'CREDITO.DAT EXCEDE 5000 CREDITOS - '
                       'RELATORIO PARCIAL'
           END-IF

           SET USUARIO-DISPONIVEL TO FALSE

           IF WS-QTD-CREDITOS > 0
               SET FS-OK TO TRUE
               OPEN INPUT USUARIO
               IF FS-OK
                   SET USUARIO-DISPONIVEL TO TRUE
               ELSE
                   DISPLAY 'AVISO - USUARIO.DAT INDISPONIVEL - '
                           'CREDITOS LISTADOS SEM NOME'
                   DISPLAY 'FILE STATUS: ' WS-FS
               END-IF
           END-IF

           PERFORM P300-RELATORIO

           IF USUARIO-DISPONIVEL
               CLOSE USUARIO
           END-IF

           MOVE WS-FX-VALOR (5) TO WS-VALOR-EDIT
           DISPLAY '***************************************'
           DISPLAY '* RESUMO DOS CREDITOS NAO APLICADOS    *'
           DISPLAY '***************************************'
           DISPLAY 'CREDITOS EM ABERTO      : ' WS-FX-QTD (5)
           DISPLAY 'VALOR NAO APLICADO      : ' WS-VALOR-EDIT
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELCRE.DAT'

           GO TO P900-FIM.

       P100-CARREGA-CREDITOS.

           MOVE 0                  TO WS-QTD-CREDITOS
           SET FS-CRE-OK           TO TRUE
           SET EOF-CRE             TO FALSE
           SET CRE-ESTOURO         TO FALSE

           OPEN INPUT CREDITO

           IF FS-CRE-NAOACHOU
               DISPLAY 'CREDITO.DAT NAO ENCONTRADO - NENHUM CREDITO '
                       'A LISTAR'
               GO TO P100-EXIT
           END-IF

           IF NOT FS-CRE-OK
               DISPLAY 'ERRO AO ABRIR CREDITO.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-CRE
               GO TO P100-EXIT
           END-IF

           PERFORM P110-LE-CREDITO UNTIL EOF-CRE

           CLOSE CREDITO

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

       P110-LE-CREDITO.

           READ CREDITO
               AT END
                   SET EOF-CRE TO TRUE
               NOT AT END
                   IF CRE-SALDO > 0
                       IF WS-QTD-CREDITOS < 5000
                           ADD 1 TO WS-QTD-CREDITOS
                           PERFORM P120-GUARDA-CREDITO
                       ELSE
                           SET CRE-ESTOURO TO TRUE
                           SET EOF-CRE TO TRUE
                       END-IF
                   END-IF
           END-READ

           .
      * A IDADE DO CREDITO CONTA DA DATA DO PAGAMENTO QUE O ORIGINOU
      * (OU DA GERACAO DA FATURA, NO CREDITO DEVOLVIDO).
       P120-GUARDA-CREDITO.

           MOVE CRE-ID-USUARIO  TO WS-CRE-T-ID (WS-QTD-CREDITOS)
           MOVE CRE-DATA-ORIGEM TO WS-CRE-T-DATA (WS-QTD-CREDITOS)
           MOVE CRE-VALOR-ORIGINAL
                                TO WS-CRE-T-ORIGINAL (WS-QTD-CREDITOS)
           MOVE CRE-SALDO       TO WS-CRE-T-SALDO (WS-QTD-CREDITOS)
           MOVE CRE-ORIGEM      TO WS-CRE-T-ORIGEM (WS-QTD-CREDITOS)

           IF CRE-DATA-ORIGEM IS NUMERIC
            AND CRE-DATA-ORIGEM > 19000101
            AND CRE-DATA-ORIGEM NOT > WS-DATA-HOJE
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (CRE-DATA-ORIGEM)
           ELSE
               MOVE 0 TO WS-DIAS
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS <= 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS <= 90
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE

           MOVE WS-DIAS  TO WS-IDA-DIAS (WS-QTD-CREDITOS)
           MOVE WS-FAIXA TO WS-IDA-FAIXA (WS-QTD-CREDITOS)

           ADD 1         TO WS-FX-QTD (WS-FAIXA)
           ADD CRE-SALDO TO WS-FX-VALOR (WS-FAIXA)
           ADD 1         TO WS-FX-QTD (5)
           ADD CRE-SALDO TO WS-FX-VALOR (5)

           .
       P300-RELATORIO.

           OPEN OUTPUT RELCRE

           MOVE SPACES TO WS-LINHA-REL
           STRING 'CREDITOS NAO APLICADOS - POSICAO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING 'ID     NOME                      ORIGEM       '
                  'DT ORIGEM ORIGINAL     SALDO  DIAS'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL

           PERFORM P310-FAIXA
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 4

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL
           MOVE 'RESUMO POR IDADE' TO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL

           PERFORM P330-LINHA-RESUMO
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 5

           CLOSE RELCRE

           .
       P310-FAIXA.

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'FAIXA: ' WS-FX-NOME (WS-SUB-FAIXA)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL

           PERFORM P320-LINHA-CREDITO
               VARYING WS-SUB-CRE FROM 1 BY 1
               UNTIL WS-SUB-CRE > WS-QTD-CREDITOS

           PERFORM P330-LINHA-RESUMO

           .
       P320-LINHA-CREDITO.

           IF WS-IDA-FAIXA (WS-SUB-CRE) = WS-SUB-FAIXA
               MOVE SPACES                       TO WS-LINHA-DET
               MOVE WS-CRE-T-ID (WS-SUB-CRE)     TO WS-LD-ID
               MOVE WS-CRE-T-DATA (WS-SUB-CRE)   TO WS-LD-DATA
               MOVE WS-CRE-T-ORIGINAL (WS-SUB-CRE)
                                                 TO WS-LD-ORIGINAL
               MOVE WS-CRE-T-SALDO (WS-SUB-CRE)  TO WS-LD-SALDO
               MOVE WS-IDA-DIAS (WS-SUB-CRE)     TO WS-LD-DIAS

               EVALUATE WS-CRE-T-ORIGEM (WS-SUB-CRE)
                   WHEN 'S'
                       MOVE 'SEM FATURA'   TO WS-LD-ORIGEM
                   WHEN 'E'
                       MOVE 'SOBRA PGTO'   TO WS-LD-ORIGEM
                   WHEN 'R'
                       MOVE 'DEVOLVIDO'    TO WS-LD-ORIGEM
                   WHEN OTHER
                       MOVE WS-CRE-T-ORIGEM (WS-SUB-CRE)
                                           TO WS-LD-ORIGEM
               END-EVALUATE

               IF USUARIO-DISPONIVEL
                   MOVE WS-CRE-T-ID (WS-SUB-CRE) TO ID-USUARIO
                   READ USUARIO
                       INVALID KEY
                           MOVE '*** NAO CADASTRADO ***'
                                           TO WS-LD-NOME
                       NOT INVALID KEY
                           MOVE NM-USUARIO TO WS-LD-NOME
                   END-READ
               END-IF

               WRITE REG-RELCRE FROM WS-LINHA-DET
           END-IF

           .
       P330-LINHA-RESUMO.

           MOVE WS-FX-QTD (WS-SUB-FAIXA)   TO WS-QTD-EDIT
           MOVE WS-FX-VALOR (WS-SUB-FAIXA) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING 'SUBTOTAL ' WS-FX-NOME (WS-SUB-FAIXA)
                  ' QTD: ' WS-QTD-EDIT
                  '  VALOR: ' WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCRE FROM WS-LINHA-REL

           .
       P900-FIM.
           STOP RUN.
       END PROGRAM RELCRE.
