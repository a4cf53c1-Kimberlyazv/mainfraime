      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RELATORIO DE CUPONS E CAMPANHAS - PARA CADA CUPOM
      * DE CUPONS.DAT MOSTRA AS CONDICOES E A VALIDADE, OS USOS, AS
      * ADESOES (PROMOUSU.DAT) EM ANDAMENTO E ENCERRADAS, E, NAS
      * FATURAS DE TODAS AS COMPETENCIAS GERADAS (CTRLFAT.DAT), A
      * QUANTIDADE DE FATURAS COM DESCONTO, O PRECO ORIGINAL, O
      * DESCONTO CONCEDIDO (RECEITA RENUNCIADA) E O VALOR FATURADO.
      * O TESTE GRATIS SAI NUMA LINHA PROPRIA. O RELATORIO VAI PARA
      * RELCUP.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUPONS ASSIGN TO
               'C:\ArqCobol\CUPONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUP.

               SELECT PROMOCOES ASSIGN TO
               'C:\ArqCobol\PROMOUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.

               SELECT CTRLFAT ASSIGN TO
               'C:\ArqCobol\CTRLFAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTF.

               SELECT FATURAS ASSIGN TO DYNAMIC WS-NOME-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAT.

               SELECT RELCUP ASSIGN TO
               'C:\ArqCobol\RELCUP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CUPONS.
           COPY CADCUP.

       FD PROMOCOES.
           COPY CADPRO.

       FD CTRLFAT.
       01  REG-CTRLFAT.
           03  CTF-COMPETENCIA        PIC 9(06).
           03  FILLER                 PIC X(01).
           03  CTF-DATA-HORA          PIC X(14).

       FD FATURAS.
           COPY CADFAT.

       FD RELCUP.
       01  REG-RELCUP                 PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-REL                 PIC 99.
       77 WS-EOF-FAT                PIC X(01).
           88 EOF-FAT               VALUE 'S' FALSE 'N'.
       77 WS-COMPET-ACHOU           PIC X(01).
           88 COMPET-ACHOU          VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(120).
       77 WS-CUPOM-BUSCA            PIC X(10).
       77 WS-QTD-CMP                PIC 9(03) VALUE 0.
       77 WS-SUB-CMP                PIC 9(03).
       77 WS-QTD-ARQ-LIDOS          PIC 9(03) VALUE 0.
       77 WS-CREDITO                PIC 9(05)V99.
       77 WS-QTD-EDIT               PIC ZZ.ZZ9.
       77 WS-QTD-EDIT2              PIC ZZ.ZZ9.
       77 WS-VALOR-EDIT             PIC ZZZ.ZZZ.ZZ9,99.

      * TESTE GRATIS E TOTAL GERAL (POR FATURA, SEM CONTAR DUAS
      * VEZES A FATURA QUE TEVE TESTE E CUPOM NA MESMA COMPETENCIA).
       77 WS-TST-ADESOES            PIC 9(05) VALUE 0.
       77 WS-TST-ATIVAS             PIC 9(05) VALUE 0.
       77 WS-TST-FATURAS            PIC 9(05) VALUE 0.
       77 WS-TST-ORIGINAL           PIC 9(09)V99 VALUE 0.
       77 WS-TST-DESCONTO           PIC 9(09)V99 VALUE 0.
       77 WS-TST-FATURADO           PIC 9(09)V99 VALUE 0.
       77 WS-TOT-FATURAS            PIC 9(05) VALUE 0.
       77 WS-TOT-ORIGINAL           PIC 9(09)V99 VALUE 0.
       77 WS-TOT-DESCONTO           PIC 9(09)V99 VALUE 0.
       77 WS-TOT-FATURADO           PIC 9(09)V99 VALUE 0.

       01 WS-TABELA-CMP.
           03 WS-CMP-COMPET         PIC 9(06) OCCURS 120 TIMES.

      * ACUMULADORES PARALELOS A TABELA DE CUPONS (MESMO INDICE).
       01 WS-TABELA-ACUMULADOS.
           03 WS-ACUMULADO OCCURS 100 TIMES.
               05 WS-AC-ADESOES     PIC 9(05).
               05 WS-AC-ATIVAS      PIC 9(05).
               05 WS-AC-FATURAS     PIC 9(05).
               05 WS-AC-ORIGINAL    PIC 9(09)V99.
               05 WS-AC-DESCONTO    PIC 9(09)V99.
               05 WS-AC-FATURADO    PIC 9(09)V99.

       01 WS-LINHA-CAB.
           03 FILLER                PIC X(11) VALUE 'CUPOM'.
           03 FILLER                PIC X(21) VALUE 'DESCRICAO'.
           03 FILLER                PIC X(02) VALUE 'T'.
           03 FILLER                PIC X(10) VALUE '    VALOR'.
           03 FILLER                PIC X(03) VALUE 'ME'.
           03 FILLER                PIC X(07) VALUE 'ADESAO'.
           03 FILLER                PIC X(07) VALUE 'ATIVAS'.
           03 FILLER                PIC X(07) VALUE 'FATURA'.
           03 FILLER                PIC X(15) VALUE 'PRECO ORIGINAL'.
           03 FILLER                PIC X(15) VALUE '      DESCONTO'.
           03 FILLER                PIC X(14) VALUE '      FATURADO'.

       01 WS-LINHA-DET.
           03 WS-LD-CODIGO          PIC X(10).
           03 FILLER                PIC X(01).
           03 WS-LD-DESCRICAO       PIC X(20).
           03 FILLER                PIC X(01).
           03 WS-LD-TIPO            PIC X(01).
           03 FILLER                PIC X(01).
           03 WS-LD-VALOR           PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-MESES           PIC Z9.
           03 FILLER                PIC X(01).
           03 WS-LD-ADESOES         PIC ZZ.ZZ9.
           03 FILLER                PIC X(01).
           03 WS-LD-ATIVAS          PIC ZZ.ZZ9.
           03 FILLER                PIC X(01).
           03 WS-LD-FATURAS         PIC ZZ.ZZ9.
           03 FILLER                PIC X(01).
           03 WS-LD-ORIGINAL        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-DESCONTO        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-FATURADO        PIC ZZZ.ZZZ.ZZ9,99.

       COPY "CADCUP2".
       COPY "CADPRO2".
       COPY "CADFAT2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** RELATORIO DE CUPONS E CAMPANHAS ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TABELA-ACUMULADOS

           PERFORM P100-CARREGA-CUPONS
           PERFORM P200-LE-PROMOCOES THRU P200-EXIT
           PERFORM P300-FATURAS THRU P300-EXIT
           PERFORM P500-RELATORIO

           MOVE WS-TOT-DESCONTO TO WS-VALOR-EDIT
           DISPLAY '***************************************'
           DISPLAY '* RESUMO DE CUPONS E CAMPANHAS         *'
           DISPLAY '***************************************'
           DISPLAY 'CUPONS LISTADOS         : ' WS-QTD-CUPONS
           DISPLAY 'COMPETENCIAS LIDAS      : ' WS-QTD-ARQ-LIDOS
           DISPLAY 'FATURAS COM DESCONTO    : ' WS-TOT-FATURAS
           DISPLAY 'RECEITA RENUNCIADA      : ' WS-VALOR-EDIT
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELCUP.DAT'

           GO TO P900-FIM.

       P100-CARREGA-CUPONS.

           MOVE 0                  TO WS-QTD-CUPONS
           SET FS-CUP-OK           TO TRUE
           SET EOF-CUP             TO FALSE

           OPEN INPUT CUPONS

           IF FS-CUP-OK
               PERFORM P110-LE-CUPOM UNTIL EOF-CUP
               CLOSE CUPONS
           ELSE
               DISPLAY 'AVISO - CUPONS.DAT NAO ENCONTRADO - SO '
                       'CUPONS DAS ADESOES E FATURAS SERAO LISTADOS'
           END-IF

           .
       P110-LE-CUPOM.

           READ CUPONS
               AT END
                   SET EOF-CUP TO TRUE
               NOT AT END
                   IF WS-QTD-CUPONS < 100
                       ADD 1 TO WS-QTD-CUPONS
                       PERFORM P115-GUARDA-CUPOM
                   ELSE
                       DISPLAY 'AVISO - CUPONS.DAT EXCEDE 100 '
                               'ENTRADAS. LINHA IGNORADA: ' CUP-CODIGO
                   END-IF
           END-READ

           .
       P115-GUARDA-CUPOM.

           MOVE CUP-CODIGO      TO WS-CUP-CODIGO (WS-QTD-CUPONS)
           MOVE CUP-DESCRICAO   TO WS-CUP-DESCRICAO (WS-QTD-CUPONS)
           MOVE CUP-TIPO        TO WS-CUP-TIPO (WS-QTD-CUPONS)
           MOVE CUP-VALOR       TO WS-CUP-VALOR (WS-QTD-CUPONS)
           MOVE CUP-MESES       TO WS-CUP-MESES (WS-QTD-CUPONS)
           MOVE CUP-DATA-INICIO TO WS-CUP-DATA-INICIO (WS-QTD-CUPONS)
           MOVE CUP-DATA-FIM    TO WS-CUP-DATA-FIM (WS-QTD-CUPONS)
           MOVE CUP-MAX-USOS    TO WS-CUP-MAX-USOS (WS-QTD-CUPONS)
           MOVE CUP-QTD-USOS    TO WS-CUP-QTD-USOS (WS-QTD-CUPONS)
           MOVE CUP-SITUACAO    TO WS-CUP-SITUACAO (WS-QTD-CUPONS)

           .
       P200-LE-PROMOCOES.

           SET FS-PRO-OK           TO TRUE
           SET EOF-PRO             TO FALSE

           OPEN INPUT PROMOCOES

           IF NOT FS-PRO-OK
               GO TO P200-EXIT
           END-IF

           PERFORM P210-LE-PROMOCAO UNTIL EOF-PRO

           CLOSE PROMOCOES

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

       P210-LE-PROMOCAO.

           READ PROMOCOES
               AT END
                   SET EOF-PRO TO TRUE
               NOT AT END
                   IF PRO-FIM-TESTE IS NUMERIC
                    AND PRO-FIM-TESTE > 0
                       ADD 1 TO WS-TST-ADESOES
                       IF PRO-FIM-TESTE NOT < WS-DATA-HOJE
                           ADD 1 TO WS-TST-ATIVAS
                       END-IF
                   END-IF
                   IF PRO-CUPOM NOT = SPACES
                       MOVE PRO-CUPOM TO WS-CUPOM-BUSCA
                       PERFORM P400-ACHA-CUPOM
                       IF CUPOM-OK
                           ADD 1 TO WS-AC-ADESOES (WS-CUP-IDX)
                           IF PRO-ATIVA
                               ADD 1 TO WS-AC-ATIVAS (WS-CUP-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ

           .
      * AS COMPETENCIAS FATURADAS SAO AS REGISTRADAS EM CTRLFAT.DAT;
      * A COMPETENCIA REGERADA APARECE MAIS DE UMA VEZ NO CONTROLE
      * MAS SO O ARQUIVO FINAL EXISTE, ENTAO E LIDA UMA VEZ SO.
       P300-FATURAS.

           MOVE 0 TO WS-QTD-CMP
           SET FS-CTF-OK TO TRUE
           OPEN INPUT CTRLFAT

           IF NOT FS-CTF-OK
               DISPLAY 'AVISO - CTRLFAT.DAT NAO ENCONTRADO - NENHUMA '
                       'FATURA LIDA'
               GO TO P300-EXIT
           END-IF

           SET EOF-CTF TO FALSE
           PERFORM P310-LE-CONTROLE UNTIL EOF-CTF

           CLOSE CTRLFAT

           PERFORM P320-LE-COMPETENCIA
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           GO TO P300-EXIT.

       P300-EXIT.
           EXIT.

       P310-LE-CONTROLE.

           READ CTRLFAT
               AT END
                   SET EOF-CTF TO TRUE
               NOT AT END
                   IF CTF-COMPETENCIA IS NUMERIC
                       MOVE CTF-COMPETENCIA TO WS-COMPETENCIA
                       SET COMPET-ACHOU TO FALSE
                       PERFORM P315-COMPARA-COMPET
                           VARYING WS-SUB-CMP FROM 1 BY 1
                           UNTIL WS-SUB-CMP > WS-QTD-CMP
                              OR COMPET-ACHOU
                       IF NOT COMPET-ACHOU AND WS-QTD-CMP < 120
                           ADD 1 TO WS-QTD-CMP
                           MOVE CTF-COMPETENCIA
                                TO WS-CMP-COMPET (WS-QTD-CMP)
                       END-IF
                   END-IF
           END-READ

           .
       P315-COMPARA-COMPET.

           IF WS-CMP-COMPET (WS-SUB-CMP) = WS-COMPETENCIA
               SET COMPET-ACHOU TO TRUE
           END-IF

           .
       P320-LE-COMPETENCIA.

           MOVE WS-CMP-COMPET (WS-SUB-CMP) TO WS-COMPETENCIA
           MOVE SPACES TO WS-NOME-FATURAS
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS

           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURAS

           IF FS-FAT-OK
               ADD 1 TO WS-QTD-ARQ-LIDOS
               SET EOF-FAT TO FALSE
               PERFORM P330-LE-FATURA UNTIL EOF-FAT
               CLOSE FATURAS
           END-IF

           .
      * FATURAS GERADAS ANTES DAS PROMOCOES NAO TRAZEM OS CAMPOS DE
      * DESCONTO E FICAM DE FORA. O FATURADO E O VALOR LIQUIDO MAIS
      * O CREDITO ABATIDO, COMO NO RELATORIO DE RECEITA.
       P330-LE-FATURA.

           READ FATURAS
               AT END
                   SET EOF-FAT TO TRUE
               NOT AT END
                   IF FAT-PRECO-ORIGINAL IS NUMERIC
                    AND FAT-DESCONTO-TESTE IS NUMERIC
                    AND FAT-DESCONTO-CUPOM IS NUMERIC
                    AND (FAT-DESCONTO-TESTE > 0
                         OR FAT-DESCONTO-CUPOM > 0)
                       PERFORM P340-ACUMULA-FATURA
                   END-IF
           END-READ

           .
       P340-ACUMULA-FATURA.

           IF FAT-CREDITO-ABATIDO IS NUMERIC
               MOVE FAT-CREDITO-ABATIDO TO WS-CREDITO
           ELSE
               MOVE 0 TO WS-CREDITO
           END-IF

           ADD 1                  TO WS-TOT-FATURAS
           ADD FAT-PRECO-ORIGINAL TO WS-TOT-ORIGINAL
           ADD FAT-DESCONTO-TESTE TO WS-TOT-DESCONTO
           ADD FAT-DESCONTO-CUPOM TO WS-TOT-DESCONTO
           ADD FAT-VALOR          TO WS-TOT-FATURADO
           ADD WS-CREDITO         TO WS-TOT-FATURADO

           IF FAT-DESCONTO-TESTE > 0
               ADD 1                  TO WS-TST-FATURAS
               ADD FAT-PRECO-ORIGINAL TO WS-TST-ORIGINAL
               ADD FAT-DESCONTO-TESTE TO WS-TST-DESCONTO
               ADD FAT-VALOR          TO WS-TST-FATURADO
               ADD WS-CREDITO         TO WS-TST-FATURADO
           END-IF

           IF FAT-DESCONTO-CUPOM > 0 AND FAT-CUPOM NOT = SPACES
               MOVE FAT-CUPOM TO WS-CUPOM-BUSCA
               PERFORM P400-ACHA-CUPOM
               IF CUPOM-OK
                   ADD 1 TO WS-AC-FATURAS (WS-CUP-IDX)
                   ADD FAT-PRECO-ORIGINAL
                       TO WS-AC-ORIGINAL (WS-CUP-IDX)
                   ADD FAT-DESCONTO-CUPOM
                       TO WS-AC-DESCONTO (WS-CUP-IDX)
                   ADD FAT-VALOR  TO WS-AC-FATURADO (WS-CUP-IDX)
                   ADD WS-CREDITO TO WS-AC-FATURADO (WS-CUP-IDX)
               END-IF
           END-IF

           .
      * CUPOM QUE APARECE NAS ADESOES OU NAS FATURAS MAS NAO ESTA
      * MAIS EM CUPONS.DAT GANHA UMA ENTRADA PROPRIA NO RELATORIO.
       P400-ACHA-CUPOM.

           SET CUPOM-OK TO FALSE
           PERFORM P410-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF NOT CUPOM-OK
               IF WS-QTD-CUPONS < 100
                   ADD 1 TO WS-QTD-CUPONS
                   MOVE WS-QTD-CUPONS   TO WS-CUP-IDX
                   MOVE WS-CUPOM-BUSCA  TO WS-CUP-CODIGO (WS-CUP-IDX)
                   MOVE '*** NAO CADASTRADO ***'
                                        TO WS-CUP-DESCRICAO (WS-CUP-IDX)
                   MOVE SPACES          TO WS-CUP-TIPO (WS-CUP-IDX)
                   MOVE ZEROS           TO WS-CUP-VALOR (WS-CUP-IDX)
                   MOVE ZEROS           TO WS-CUP-MESES (WS-CUP-IDX)
                   MOVE ZEROS       TO WS-CUP-DATA-INICIO (WS-CUP-IDX)
                   MOVE ZEROS       TO WS-CUP-DATA-FIM (WS-CUP-IDX)
                   MOVE ZEROS       TO WS-CUP-MAX-USOS (WS-CUP-IDX)
                   MOVE ZEROS       TO WS-CUP-QTD-USOS (WS-CUP-IDX)
                   MOVE '?'         TO WS-CUP-SITUACAO (WS-CUP-IDX)
                   SET CUPOM-OK TO TRUE
               ELSE
                   DISPLAY 'AVISO - MAIS DE 100 CUPONS - IGNORADO: '
                           WS-CUPOM-BUSCA
               END-IF
           END-IF

           .
       P410-PROCURA-CUPOM.

           IF WS-CUP-CODIGO (WS-SUB-CUP) = WS-CUPOM-BUSCA
               SET CUPOM-OK TO TRUE
               MOVE WS-SUB-CUP TO WS-CUP-IDX
           END-IF

           .
       P500-RELATORIO.

           OPEN OUTPUT RELCUP

           MOVE SPACES TO WS-LINHA-REL
           STRING 'CUPONS E CAMPANHAS - POSICAO EM ' WS-DATA-HOJE
                  ' - ' WS-QTD-ARQ-LIDOS ' COMPETENCIA(S) FATURADA(S)'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-CAB

           PERFORM P510-LINHA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL

           MOVE SPACES          TO WS-LINHA-DET
           MOVE 'TESTE'         TO WS-LD-CODIGO
           MOVE 'TESTE GRATIS'  TO WS-LD-DESCRICAO
           MOVE ZEROS           TO WS-LD-VALOR
           MOVE ZEROS           TO WS-LD-MESES
           MOVE WS-TST-ADESOES  TO WS-LD-ADESOES
           MOVE WS-TST-ATIVAS   TO WS-LD-ATIVAS
           MOVE WS-TST-FATURAS  TO WS-LD-FATURAS
           MOVE WS-TST-ORIGINAL TO WS-LD-ORIGINAL
           MOVE WS-TST-DESCONTO TO WS-LD-DESCONTO
           MOVE WS-TST-FATURADO TO WS-LD-FATURADO
           WRITE REG-RELCUP FROM WS-LINHA-DET

           MOVE SPACES          TO WS-LINHA-DET
           MOVE 'TOTAL'         TO WS-LD-CODIGO
           MOVE 'TOTAL GERAL'   TO WS-LD-DESCRICAO
           MOVE ZEROS           TO WS-LD-VALOR
           MOVE ZEROS           TO WS-LD-MESES
           MOVE ZEROS           TO WS-LD-ADESOES
           MOVE ZEROS           TO WS-LD-ATIVAS
           MOVE WS-TOT-FATURAS  TO WS-LD-FATURAS
           MOVE WS-TOT-ORIGINAL TO WS-LD-ORIGINAL
           MOVE WS-TOT-DESCONTO TO WS-LD-DESCONTO
           MOVE WS-TOT-FATURADO TO WS-LD-FATURADO
           WRITE REG-RELCUP FROM WS-LINHA-DET

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DESCONTO = RECEITA RENUNCIADA NA CAMPANHA. '
                  'FATURA COM TESTE E CUPOM ENTRA NAS DUAS LINHAS '
                  'E UMA VEZ NO TOTAL.'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL

           CLOSE RELCUP

           .
       P510-LINHA-CUPOM.

           MOVE SPACES                           TO WS-LINHA-DET
           MOVE WS-CUP-CODIGO (WS-SUB-CUP)       TO WS-LD-CODIGO
           MOVE WS-CUP-DESCRICAO (WS-SUB-CUP)    TO WS-LD-DESCRICAO
           MOVE WS-CUP-TIPO (WS-SUB-CUP)         TO WS-LD-TIPO
           MOVE WS-CUP-VALOR (WS-SUB-CUP)        TO WS-LD-VALOR
           MOVE WS-CUP-MESES (WS-SUB-CUP)        TO WS-LD-MESES
           MOVE WS-AC-ADESOES (WS-SUB-CUP)       TO WS-LD-ADESOES
           MOVE WS-AC-ATIVAS (WS-SUB-CUP)        TO WS-LD-ATIVAS
           MOVE WS-AC-FATURAS (WS-SUB-CUP)       TO WS-LD-FATURAS
           MOVE WS-AC-ORIGINAL (WS-SUB-CUP)      TO WS-LD-ORIGINAL
           MOVE WS-AC-DESCONTO (WS-SUB-CUP)      TO WS-LD-DESCONTO
           MOVE WS-AC-FATURADO (WS-SUB-CUP)      TO WS-LD-FATURADO
           WRITE REG-RELCUP FROM WS-LINHA-DET

           MOVE WS-CUP-QTD-USOS (WS-SUB-CUP) TO WS-QTD-EDIT
           MOVE WS-CUP-MAX-USOS (WS-SUB-CUP) TO WS-QTD-EDIT2
           MOVE SPACES TO WS-LINHA-REL
           STRING '           VALIDADE '
                  WS-CUP-DATA-INICIO (WS-SUB-CUP) ' A '
                  WS-CUP-DATA-FIM (WS-SUB-CUP)
                  '  USOS ' WS-QTD-EDIT ' DE MAXIMO ' WS-QTD-EDIT2
                  '  SITUACAO ' WS-CUP-SITUACAO (WS-SUB-CUP)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCUP FROM WS-LINHA-REL

           .
       P900-FIM.
           STOP RUN.
       END PROGRAM RELCUP.
