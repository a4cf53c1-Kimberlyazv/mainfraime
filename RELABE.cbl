      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RELATORIO MENSAL DE CONTAS A RECEBER - AGRUPA AS
      * FATURAS EM ABERTO DE ABERTOS.DAT EM FAIXAS DE IDADE (0-30,
      * 31-60, 61-90 E ACIMA DE 90 DIAS, PELA IDADE APURADA NO
      * ULTIMO RETORNO BANCARIO), COM QUANTIDADE E VALOR POR PLANO E
      * POR COMPETENCIA, LISTA OS MAIORES DEVEDORES COM NOME E
      * STATUS DE USUARIO.DAT E CONCILIA CADA COMPETENCIA: O FATURADO
      * EM FATURAS.AAAAMM.DAT DEVE SER IGUAL AO PAGO EM FATPAGAS.DAT
      * MAIS O QUE SEGUE EM ABERTO. DIFERENCAS SAO APONTADAS EM
      * RELABE.DAT PARA O FINANCEIRO FECHAR (OU NAO) O MES.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELABE.

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

               SELECT FATURAS ASSIGN TO DYNAMIC WS-NOME-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAT.

               SELECT ABERTOS ASSIGN TO
               'C:\ArqCobol\ABERTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ABE.

               SELECT CTRLABE ASSIGN TO
               'C:\ArqCobol\CTRLABE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTA.

               SELECT PAGAS ASSIGN TO
               'C:\ArqCobol\FATPAGAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGA.

               SELECT RELABE ASSIGN TO
               'C:\ArqCobol\RELABE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD FATURAS.
           COPY CADFAT.

       FD ABERTOS.
           COPY CADABE.

       FD CTRLABE.
       01  REG-CTRLABE.
           03  CTA-COMPETENCIA        PIC 9(06).

       FD PAGAS.
       01  REG-PAGA                   PIC X(54).

       FD RELABE.
       01  REG-RELABE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-REL                 PIC 99.
       77 WS-EOF                    PIC X(01).
           88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAGA               PIC X(01).
           88 EOF-PAGA              VALUE 'S' FALSE 'N'.
       77 WS-USUARIO-ABERTO         PIC X(01).
           88 USUARIO-DISPONIVEL    VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(80).
       77 WS-FAIXA                  PIC 9(01).
       77 WS-SUB-FAIXA              PIC 9(01).
       77 WS-COMPET-BUSCA           PIC 9(06).
       77 WS-QTD-PLA                PIC 9(03) VALUE 0.
       77 WS-SUB-PLA                PIC 9(03).
       77 WS-PLA-IDX                PIC 9(03).
       77 WS-PLA-ACHOU              PIC X(01).
           88 PLA-ACHOU             VALUE 'S' FALSE 'N'.
       77 WS-QTD-CMP                PIC 9(03) VALUE 0.
       77 WS-SUB-CMP                PIC 9(03).
       77 WS-SUB-CMP2               PIC 9(03).
       77 WS-SUB-CMP3               PIC 9(03).
       77 WS-CMP-IDX                PIC 9(03).
       77 WS-CMP-ACHOU              PIC X(01).
           88 CMP-ACHOU             VALUE 'S' FALSE 'N'.
       77 WS-QTD-DEV                PIC 9(04) VALUE 0.
       77 WS-SUB-DEV                PIC 9(04).
       77 WS-DEV-IDX                PIC 9(04).
       77 WS-DEV-ACHOU              PIC X(01).
           88 DEV-ACHOU             VALUE 'S' FALSE 'N'.
       77 WS-POSICAO                PIC 9(02).
       77 WS-MAX-DEVEDORES          PIC 9(02) VALUE 10.
       77 WS-QTD-LIDAS              PIC 9(05) VALUE 0.
       77 WS-QTD-PAGAS-LIDAS        PIC 9(05) VALUE 0.
       77 WS-QTD-DIVERGENTES        PIC 9(03) VALUE 0.
       77 WS-DIFERENCA              PIC S9(09)V99.

      * FAIXAS 1 A 4 = 0-30 / 31-60 / 61-90 / ACIMA DE 90 DIAS;
      * A FAIXA 5 ACUMULA O TOTAL DA LINHA.
       01 WS-TABELA-PLA.
           03 WS-PLA-ENTRADA OCCURS 20 TIMES.
               05 WS-PLA-CODIGO     PIC X(03).
               05 WS-PLA-FAIXA OCCURS 5 TIMES.
                   07 WS-PLA-QTD    PIC 9(05).
                   07 WS-PLA-VALOR  PIC 9(09)V99.
       01 WS-TABELA-CMP.
           03 WS-CMP-ENTRADA OCCURS 120 TIMES.
               05 WS-CMP-COMPET     PIC 9(06).
               05 WS-CMP-FAIXA OCCURS 5 TIMES.
                   07 WS-CMP-QTD    PIC 9(05).
                   07 WS-CMP-VALOR  PIC 9(09)V99.
               05 WS-CMP-QTD-FATURADA PIC 9(05).
               05 WS-CMP-VLR-FATURADO PIC 9(09)V99.
               05 WS-CMP-QTD-PAGA   PIC 9(05).
               05 WS-CMP-VLR-PAGO   PIC 9(09)V99.
               05 WS-CMP-ARQUIVO    PIC X(01).
                   88 CMP-COM-FATURAS   VALUE 'S'.
                   88 CMP-SEM-FATURAS   VALUE 'N'.
       01 WS-CMP-TROCA              PIC X(119).
       01 WS-TOTAL-FAIXAS.
           03 WS-TOT-FAIXA OCCURS 5 TIMES.
               05 WS-TOT-QTD        PIC 9(05).
               05 WS-TOT-VALOR      PIC 9(09)V99.
       01 WS-TABELA-DEV.
           03 WS-DEV-ENTRADA OCCURS 5000 TIMES.
               05 WS-DEV-ID         PIC 9(06).
               05 WS-DEV-QTD        PIC 9(03).
               05 WS-DEV-VALOR      PIC 9(09)V99.
               05 WS-DEV-DIAS       PIC 9(04).
               05 WS-DEV-LISTADO    PIC X(01).
                   88 DEV-LISTADO   VALUE 'S' FALSE 'N'.

       01 WS-LINHA-QTD.
           03 WS-LQ-CHAVE           PIC X(06).
           03 WS-LQ-TIPO            PIC X(04).
           03 WS-LQ-COLUNA OCCURS 5 TIMES.
               05 FILLER            PIC X(05).
               05 WS-LQ-QTD         PIC Z.ZZZ.ZZ9.
       01 WS-LINHA-VALOR.
           03 WS-LV-CHAVE           PIC X(06).
           03 WS-LV-TIPO            PIC X(04).
           03 WS-LV-COLUNA OCCURS 5 TIMES.
               05 FILLER            PIC X(01).
               05 WS-LV-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-CONC.
           03 WS-LC-COMPET          PIC 9(06).
           03 FILLER                PIC X(01).
           03 WS-LC-FATURADO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LC-PAGO            PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LC-ABERTO          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LC-DIFERENCA       PIC -Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LC-SITUACAO        PIC X(15).
       01 WS-LINHA-DEV.
           03 WS-LD-POSICAO         PIC Z9.
           03 FILLER                PIC X(01).
           03 WS-LD-ID              PIC 9(06).
           03 FILLER                PIC X(01).
           03 WS-LD-NOME            PIC X(30).
           03 FILLER                PIC X(01).
           03 WS-LD-STATUS          PIC X(10).
           03 WS-LD-QTD             PIC ZZ9.
           03 FILLER                PIC X(01).
           03 WS-LD-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01).
           03 WS-LD-DIAS            PIC ZZZ9.

       COPY "CADFAT2".
       COPY "CADABE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** RELATORIO DE CONTAS A RECEBER ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TOTAL-FAIXAS

           PERFORM P100-CARREGA-CONTROLE
           PERFORM P200-CARREGA-ABERTOS THRU P200-EXIT
           PERFORM P300-CARREGA-PAGAS   THRU P300-EXIT

           PERFORM P400-SOMA-FATURAS
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           IF WS-QTD-CMP > 1
               PERFORM P450-ORDENA-COMPET
                   VARYING WS-SUB-CMP FROM 1 BY 1
                   UNTIL WS-SUB-CMP >= WS-QTD-CMP
                   AFTER WS-SUB-CMP2 FROM 1 BY 1
                   UNTIL WS-SUB-CMP2 > WS-QTD-CMP - WS-SUB-CMP
           END-IF

           PERFORM P500-RELATORIO

           MOVE WS-TOT-VALOR (5) TO WS-TOTAL-EDITADO
           DISPLAY '***************************************'
           DISPLAY '* RESUMO DAS CONTAS A RECEBER          *'
           DISPLAY '***************************************'
           DISPLAY 'FATURAS EM ABERTO       : ' WS-TOT-QTD (5)
           DISPLAY 'VALOR EM ABERTO         : ' WS-TOTAL-EDITADO
           DISPLAY 'COMPETENCIAS ANALISADAS : ' WS-QTD-CMP
           DISPLAY 'COMPETENCIAS DIVERGENTES: ' WS-QTD-DIVERGENTES
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELABE.DAT'

      * DIVERGENCIA NA CONCILIACAO NAO IMPEDE O RELATORIO, MAS O
      * CODIGO DE RETORNO AVISA QUE O MES NAO PODE SER FECHADO.
           IF WS-QTD-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GO TO P900-FIM.

      * CTRLABE.DAT TRAZ TODAS AS COMPETENCIAS JA CARREGADAS NA
      * CARTEIRA - INCLUSIVE AS JA QUITADAS POR INTEIRO, QUE NAO
      * TEM MAIS LINHA EM ABERTOS.DAT MAS AINDA PRECISAM CONCILIAR.
       P100-CARREGA-CONTROLE.

           SET FS-CTA-OK           TO TRUE
           SET EOF-CTA             TO FALSE

           OPEN INPUT CTRLABE

           IF FS-CTA-NAOACHOU
               CONTINUE
           ELSE
               PERFORM P110-LE-CONTROLE UNTIL EOF-CTA
               CLOSE CTRLABE
           END-IF

           .
       P110-LE-CONTROLE.

           READ CTRLABE
               AT END
                   SET EOF-CTA TO TRUE
               NOT AT END
                   MOVE CTA-COMPETENCIA TO WS-COMPET-BUSCA
                   PERFORM P240-ACHA-COMPET
           END-READ

           .
       P200-CARREGA-ABERTOS.

           SET FS-ABE-OK           TO TRUE
           SET EOF-ABE             TO FALSE

           OPEN INPUT ABERTOS

           IF FS-ABE-NAOACHOU
               DISPLAY 'ABERTOS.DAT NAO ENCONTRADO - CARTEIRA VAZIA'
               GO TO P200-EXIT
           END-IF

           IF NOT FS-ABE-OK
               DISPLAY 'ERRO AO ABRIR ABERTOS.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-ABE
               GO TO P200-EXIT
           END-IF

           PERFORM P210-LE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

      * LINHA LIQUIDADA DE VERSAO ANTERIOR DO ARQUIVO JA CONSTA DE
      * FATPAGAS.DAT - NAO ENTRA NEM NA IDADE NEM NO SALDO EM ABERTO.
       P210-LE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ABERTA
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM P220-ACUMULA-ABERTO
                   END-IF
           END-READ

           .
       P220-ACUMULA-ABERTO.

           EVALUATE TRUE
               WHEN ABE-DIAS-ABERTO <= 30
                   MOVE 1 TO WS-FAIXA
               WHEN ABE-DIAS-ABERTO <= 60
                   MOVE 2 TO WS-FAIXA
               WHEN ABE-DIAS-ABERTO <= 90
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE

           PERFORM P230-ACHA-PLANO
           ADD 1         TO WS-PLA-QTD (WS-PLA-IDX WS-FAIXA)
           ADD ABE-VALOR TO WS-PLA-VALOR (WS-PLA-IDX WS-FAIXA)
           ADD 1         TO WS-PLA-QTD (WS-PLA-IDX 5)
           ADD ABE-VALOR TO WS-PLA-VALOR (WS-PLA-IDX 5)

           MOVE ABE-COMPETENCIA TO WS-COMPET-BUSCA
           PERFORM P240-ACHA-COMPET
           ADD 1         TO WS-CMP-QTD (WS-CMP-IDX WS-FAIXA)
           ADD ABE-VALOR TO WS-CMP-VALOR (WS-CMP-IDX WS-FAIXA)
           ADD 1         TO WS-CMP-QTD (WS-CMP-IDX 5)
           ADD ABE-VALOR TO WS-CMP-VALOR (WS-CMP-IDX 5)

           ADD 1         TO WS-TOT-QTD (WS-FAIXA)
           ADD ABE-VALOR TO WS-TOT-VALOR (WS-FAIXA)
           ADD 1         TO WS-TOT-QTD (5)
           ADD ABE-VALOR TO WS-TOT-VALOR (5)

           PERFORM P250-ACHA-DEVEDOR
           ADD 1         TO WS-DEV-QTD (WS-DEV-IDX)
           ADD ABE-VALOR TO WS-DEV-VALOR (WS-DEV-IDX)
           IF ABE-DIAS-ABERTO > WS-DEV-DIAS (WS-DEV-IDX)
               MOVE ABE-DIAS-ABERTO TO WS-DEV-DIAS (WS-DEV-IDX)
           END-IF

           .
       P230-ACHA-PLANO.

           SET PLA-ACHOU TO FALSE
           PERFORM P231-COMPARA-PLANO
               VARYING WS-SUB-PLA FROM 1 BY 1
               UNTIL WS-SUB-PLA > WS-QTD-PLA
                  OR PLA-ACHOU

           IF NOT PLA-ACHOU
               IF WS-QTD-PLA < 20
                   ADD 1 TO WS-QTD-PLA
                   INITIALIZE WS-PLA-ENTRADA (WS-QTD-PLA)
                   MOVE ABE-PLANO-CODIGO TO WS-PLA-CODIGO (WS-QTD-PLA)
                   MOVE WS-QTD-PLA TO WS-PLA-IDX
               ELSE
      * MAIS PLANOS NA CARTEIRA DO QUE CABEM NA TABELA DE PLANOS -
      * O EXCEDENTE VAI PARA A ULTIMA LINHA PARA NAO PERDER TOTAIS.
                   MOVE WS-QTD-PLA TO WS-PLA-IDX
               END-IF
           END-IF

           .
       P231-COMPARA-PLANO.

           IF WS-PLA-CODIGO (WS-SUB-PLA) = ABE-PLANO-CODIGO
               SET PLA-ACHOU TO TRUE
               MOVE WS-SUB-PLA TO WS-PLA-IDX
           END-IF

           .
       P240-ACHA-COMPET.

           SET CMP-ACHOU TO FALSE
           PERFORM P241-COMPARA-COMPET
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP
                  OR CMP-ACHOU

           IF NOT CMP-ACHOU
               IF WS-QTD-CMP < 120
                   ADD 1 TO WS-QTD-CMP
                   INITIALIZE WS-CMP-ENTRADA (WS-QTD-CMP)
                   MOVE WS-COMPET-BUSCA TO WS-CMP-COMPET (WS-QTD-CMP)
                   SET CMP-SEM-FATURAS (WS-QTD-CMP) TO TRUE
                   MOVE WS-QTD-CMP TO WS-CMP-IDX
               ELSE
                   MOVE WS-QTD-CMP TO WS-CMP-IDX
               END-IF
           END-IF

           .
       P241-COMPARA-COMPET.

           IF WS-CMP-COMPET (WS-SUB-CMP) = WS-COMPET-BUSCA
               SET CMP-ACHOU TO TRUE
               MOVE WS-SUB-CMP TO WS-CMP-IDX
           END-IF

           .
       P250-ACHA-DEVEDOR.

           SET DEV-ACHOU TO FALSE
           PERFORM P251-COMPARA-DEVEDOR
               VARYING WS-SUB-DEV FROM 1 BY 1
               UNTIL WS-SUB-DEV > WS-QTD-DEV
                  OR DEV-ACHOU

           IF NOT DEV-ACHOU
               IF WS-QTD-DEV < 5000
                   ADD 1 TO WS-QTD-DEV
                   INITIALIZE WS-DEV-ENTRADA (WS-QTD-DEV)
                   MOVE ABE-ID-USUARIO TO WS-DEV-ID (WS-QTD-DEV)
                   SET DEV-LISTADO (WS-QTD-DEV) TO FALSE
                   MOVE WS-QTD-DEV TO WS-DEV-IDX
               ELSE
                   MOVE WS-QTD-DEV TO WS-DEV-IDX
               END-IF
           END-IF

           .
       P251-COMPARA-DEVEDOR.

           IF WS-DEV-ID (WS-SUB-DEV) = ABE-ID-USUARIO
               SET DEV-ACHOU TO TRUE
               MOVE WS-SUB-DEV TO WS-DEV-IDX
           END-IF

           .
       P300-CARREGA-PAGAS.

           SET FS-PAGA-OK          TO TRUE
           SET EOF-PAGA            TO FALSE

           OPEN INPUT PAGAS

           IF FS-PAGA-NAOACHOU
               DISPLAY 'FATPAGAS.DAT NAO ENCONTRADO - NENHUM '
                       'PAGAMENTO A CONCILIAR'
               GO TO P300-EXIT
           END-IF

           IF NOT FS-PAGA-OK
               DISPLAY 'ERRO AO ABRIR FATPAGAS.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-PAGA
               GO TO P300-EXIT
           END-IF

           PERFORM P310-LE-PAGA UNTIL EOF-PAGA

           CLOSE PAGAS

           GO TO P300-EXIT.

       P300-EXIT.
           EXIT.

       P310-LE-PAGA.

           READ PAGAS INTO WS-FAT-PAGA
               AT END
                   SET EOF-PAGA TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-PAGAS-LIDAS
                   MOVE WS-PAGA-COMPET TO WS-COMPET-BUSCA
                   PERFORM P240-ACHA-COMPET
                   ADD 1 TO WS-CMP-QTD-PAGA (WS-CMP-IDX)
                   ADD WS-PAGA-VALOR TO WS-CMP-VLR-PAGO (WS-CMP-IDX)
           END-READ

           .
      * O FATURADO DE CADA COMPETENCIA VEM DO PROPRIO ARQUIVO DE
      * FATURAS DO MES - SE ELE NAO EXISTIR MAIS, A COMPETENCIA NAO
      * TEM COMO SER CONCILIADA E SAI APONTADA NO RELATORIO.
       P400-SOMA-FATURAS.

           MOVE WS-CMP-COMPET (WS-SUB-CMP) TO WS-COMPETENCIA
           MOVE SPACES TO WS-NOME-FATURAS
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS

           SET FS-FAT-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT FATURAS

           IF FS-FAT-OK
               SET CMP-COM-FATURAS (WS-SUB-CMP) TO TRUE
               PERFORM P410-LE-FATURA UNTIL EOF-OK
               CLOSE FATURAS
           END-IF

           .
       P410-LE-FATURA.

           READ FATURAS
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CMP-QTD-FATURADA (WS-SUB-CMP)
                   ADD FAT-VALOR TO WS-CMP-VLR-FATURADO (WS-SUB-CMP)
           END-READ

           .
      * CLASSIFICACAO SIMPLES POR TROCA - A TABELA TEM NO MAXIMO UMA
      * DEZENA DE ANOS DE COMPETENCIAS.
       P450-ORDENA-COMPET.

           COMPUTE WS-SUB-CMP3 = WS-SUB-CMP2 + 1

           IF WS-CMP-COMPET (WS-SUB-CMP2) > WS-CMP-COMPET (WS-SUB-CMP3)
               MOVE WS-CMP-ENTRADA (WS-SUB-CMP2) TO WS-CMP-TROCA
               MOVE WS-CMP-ENTRADA (WS-SUB-CMP3)
                                   TO WS-CMP-ENTRADA (WS-SUB-CMP2)
               MOVE WS-CMP-TROCA   TO WS-CMP-ENTRADA (WS-SUB-CMP3)
           END-IF

           .
       P500-RELATORIO.

           OPEN OUTPUT RELABE

           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONTAS A RECEBER - POSICAO EM ' WS-DATA-HOJE
                  ' - IDADE APURADA NO ULTIMO RETORNO'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE 'IDADE DAS FATURAS EM ABERTO POR PLANO'
                                        TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           PERFORM P505-CABECALHO-FAIXAS

           PERFORM P510-LINHA-PLANO
               VARYING WS-SUB-PLA FROM 1 BY 1
               UNTIL WS-SUB-PLA > WS-QTD-PLA

           PERFORM P530-LINHA-TOTAL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE 'IDADE DAS FATURAS EM ABERTO POR COMPETENCIA'
                                        TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           PERFORM P505-CABECALHO-FAIXAS

           PERFORM P520-LINHA-COMPET
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           PERFORM P530-LINHA-TOTAL

           PERFORM P600-MAIORES-DEVEDORES THRU P600-EXIT
           PERFORM P700-CONCILIACAO

           CLOSE RELABE

           .
       P505-CABECALHO-FAIXAS.

           MOVE SPACES TO WS-LINHA-REL
           STRING '               0-30 DIAS    31-60 DIAS    61-90 DIAS'
                  ' ACIMA 90 DIAS         TOTAL'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL

           .
       P510-LINHA-PLANO.

           MOVE SPACES TO WS-LINHA-QTD
           MOVE SPACES TO WS-LINHA-VALOR
           MOVE WS-PLA-CODIGO (WS-SUB-PLA) TO WS-LQ-CHAVE
           MOVE 'QTD '                     TO WS-LQ-TIPO
           MOVE 'VLR '                     TO WS-LV-TIPO

           PERFORM P511-COLUNA-PLANO
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 5

           WRITE REG-RELABE FROM WS-LINHA-QTD
           WRITE REG-RELABE FROM WS-LINHA-VALOR

           .
       P511-COLUNA-PLANO.

           MOVE WS-PLA-QTD (WS-SUB-PLA WS-SUB-FAIXA)
                                   TO WS-LQ-QTD (WS-SUB-FAIXA)
           MOVE WS-PLA-VALOR (WS-SUB-PLA WS-SUB-FAIXA)
                                   TO WS-LV-VALOR (WS-SUB-FAIXA)

           .
       P520-LINHA-COMPET.

           MOVE SPACES TO WS-LINHA-QTD
           MOVE SPACES TO WS-LINHA-VALOR
           MOVE WS-CMP-COMPET (WS-SUB-CMP) TO WS-LQ-CHAVE
           MOVE 'QTD '                     TO WS-LQ-TIPO
           MOVE 'VLR '                     TO WS-LV-TIPO

           PERFORM P521-COLUNA-COMPET
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 5

           WRITE REG-RELABE FROM WS-LINHA-QTD
           WRITE REG-RELABE FROM WS-LINHA-VALOR

           .
       P521-COLUNA-COMPET.

           MOVE WS-CMP-QTD (WS-SUB-CMP WS-SUB-FAIXA)
                                   TO WS-LQ-QTD (WS-SUB-FAIXA)
           MOVE WS-CMP-VALOR (WS-SUB-CMP WS-SUB-FAIXA)
                                   TO WS-LV-VALOR (WS-SUB-FAIXA)

           .
       P530-LINHA-TOTAL.

           MOVE SPACES TO WS-LINHA-QTD
           MOVE SPACES TO WS-LINHA-VALOR
           MOVE 'TOTAL'                    TO WS-LQ-CHAVE
           MOVE 'QTD '                     TO WS-LQ-TIPO
           MOVE 'VLR '                     TO WS-LV-TIPO

           PERFORM P531-COLUNA-TOTAL
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 5

           WRITE REG-RELABE FROM WS-LINHA-QTD
           WRITE REG-RELABE FROM WS-LINHA-VALOR

           .
       P531-COLUNA-TOTAL.

           MOVE WS-TOT-QTD (WS-SUB-FAIXA)  TO WS-LQ-QTD (WS-SUB-FAIXA)
           MOVE WS-TOT-VALOR (WS-SUB-FAIXA)
                                   TO WS-LV-VALOR (WS-SUB-FAIXA)

           .
      * OS MAIORES DEVEDORES SAO ESCOLHIDOS POR SELECAO - A CADA
      * POSICAO PROCURA O MAIOR SALDO AINDA NAO LISTADO. NOME E
      * STATUS VEM DE USUARIO.DAT; ID AUSENTE DO CADASTRO (EXPURGADO
      * COM FATURA EM ABERTO) SAI APONTADO NA PROPRIA LINHA.
       P600-MAIORES-DEVEDORES.

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'MAIORES DEVEDORES (ATE ' WS-MAX-DEVEDORES
                  ' ASSINANTES)'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PO ID     NOME                           STATUS    '
                  'QTD  VALOR ABERTO DIAS'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL

           IF WS-QTD-DEV = 0
               MOVE 'NENHUMA FATURA EM ABERTO' TO WS-LINHA-REL
               WRITE REG-RELABE FROM WS-LINHA-REL
               GO TO P600-EXIT
           END-IF

           SET USUARIO-DISPONIVEL TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF FS-OK
               SET USUARIO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - USUARIO.DAT INDISPONIVEL - '
                       'DEVEDORES LISTADOS SEM NOME'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           PERFORM P610-LISTA-DEVEDOR
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > WS-MAX-DEVEDORES
                  OR WS-POSICAO > WS-QTD-DEV

           IF USUARIO-DISPONIVEL
               CLOSE USUARIO
           END-IF

           GO TO P600-EXIT.

       P600-EXIT.
           EXIT.

       P610-LISTA-DEVEDOR.

           MOVE 0 TO WS-DEV-IDX
           PERFORM P620-PROCURA-MAIOR
               VARYING WS-SUB-DEV FROM 1 BY 1
               UNTIL WS-SUB-DEV > WS-QTD-DEV

           SET DEV-LISTADO (WS-DEV-IDX) TO TRUE

           MOVE SPACES                   TO WS-LINHA-DEV
           MOVE WS-POSICAO               TO WS-LD-POSICAO
           MOVE WS-DEV-ID (WS-DEV-IDX)   TO WS-LD-ID
           MOVE WS-DEV-QTD (WS-DEV-IDX)  TO WS-LD-QTD
           MOVE WS-DEV-VALOR (WS-DEV-IDX) TO WS-LD-VALOR
           MOVE WS-DEV-DIAS (WS-DEV-IDX) TO WS-LD-DIAS

           IF USUARIO-DISPONIVEL
               MOVE WS-DEV-ID (WS-DEV-IDX) TO ID-USUARIO
               READ USUARIO
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO ***' TO WS-LD-NOME
                       MOVE SPACES                   TO WS-LD-STATUS
                   NOT INVALID KEY
                       MOVE NM-USUARIO TO WS-LD-NOME
                       EVALUATE TRUE
                           WHEN USUARIO-ATIVO
                               MOVE 'ATIVO'     TO WS-LD-STATUS
                           WHEN USUARIO-INATIVO
                               MOVE 'INATIVO'   TO WS-LD-STATUS
                           WHEN USUARIO-BLOQUEADO
                               MOVE 'BLOQUEADO' TO WS-LD-STATUS
                           WHEN OTHER
                               MOVE STATUS-USUARIO TO WS-LD-STATUS
                       END-EVALUATE
               END-READ
           END-IF

           WRITE REG-RELABE FROM WS-LINHA-DEV

           .
       P620-PROCURA-MAIOR.

           IF NOT DEV-LISTADO (WS-SUB-DEV)
               IF WS-DEV-IDX = 0
                   MOVE WS-SUB-DEV TO WS-DEV-IDX
               ELSE
                   IF WS-DEV-VALOR (WS-SUB-DEV) >
                      WS-DEV-VALOR (WS-DEV-IDX)
                       MOVE WS-SUB-DEV TO WS-DEV-IDX
                   END-IF
               END-IF
           END-IF

           .
      * FATURADO = PAGO + EM ABERTO, COMPETENCIA A COMPETENCIA. O
      * RESULTADO FINAL SEGUE O PADRAO DO RELBKP.DAT PARA O
      * FINANCEIRO ASSINAR (OU NAO) O FECHAMENTO DO MES.
       P700-CONCILIACAO.

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE 'CONCILIACAO FATURADO X PAGO + EM ABERTO'
                                        TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'COMPET      FATURADO          PAGO     EM ABERTO'
                  '     DIFERENCA SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL

           MOVE 0 TO WS-QTD-DIVERGENTES

           PERFORM P710-CONCILIA-COMPET
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING 'COMPETENCIAS: ' WS-QTD-CMP
                  '  DIVERGENTES: ' WS-QTD-DIVERGENTES
                  '  FATURAS EM ABERTO: ' WS-QTD-LIDAS
                  '  PAGAS: ' WS-QTD-PAGAS-LIDAS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELABE FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL

           IF WS-QTD-DIVERGENTES = 0
               MOVE 'RESULTADO: OK - COMPETENCIAS CONCILIADAS'
                                        TO WS-LINHA-REL
           ELSE
               MOVE 'RESULTADO: NAO OK - NAO FECHAR O MES'
                                        TO WS-LINHA-REL
           END-IF

           WRITE REG-RELABE FROM WS-LINHA-REL

           .
       P710-CONCILIA-COMPET.

           COMPUTE WS-DIFERENCA =
                   WS-CMP-VLR-FATURADO (WS-SUB-CMP)
                 - WS-CMP-VLR-PAGO (WS-SUB-CMP)
                 - WS-CMP-VALOR (WS-SUB-CMP 5)

           MOVE SPACES                           TO WS-LINHA-CONC
           MOVE WS-CMP-COMPET (WS-SUB-CMP)       TO WS-LC-COMPET
           MOVE WS-CMP-VLR-FATURADO (WS-SUB-CMP) TO WS-LC-FATURADO
           MOVE WS-CMP-VLR-PAGO (WS-SUB-CMP)     TO WS-LC-PAGO
           MOVE WS-CMP-VALOR (WS-SUB-CMP 5)      TO WS-LC-ABERTO
           MOVE WS-DIFERENCA                     TO WS-LC-DIFERENCA

           EVALUATE TRUE
               WHEN CMP-SEM-FATURAS (WS-SUB-CMP)
                   MOVE '** SEM FATURAS' TO WS-LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
                   DISPLAY 'AVISO - COMPETENCIA '
                           WS-CMP-COMPET (WS-SUB-CMP)
                           ' SEM ARQUIVO DE FATURAS PARA CONCILIAR'
               WHEN WS-DIFERENCA NOT = 0
                   MOVE '** DIVERGENTE' TO WS-LC-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENTES
                   DISPLAY 'AVISO - COMPETENCIA '
                           WS-CMP-COMPET (WS-SUB-CMP)
                           ' NAO CONCILIA - DIFERENCA ' WS-LC-DIFERENCA
               WHEN OTHER
                   MOVE 'CONCILIADA' TO WS-LC-SITUACAO
           END-EVALUATE

           WRITE REG-RELABE FROM WS-LINHA-CONC

           .
       P900-FIM.
           STOP RUN.
       END PROGRAM RELABE.
