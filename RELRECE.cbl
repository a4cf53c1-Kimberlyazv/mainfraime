      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: RELATORIO GERENCIAL MENSAL DE RECEITA E CHURN POR
      * PLANO - PARA A COMPETENCIA CORRENTE (RODAR NO FECHAMENTO DO
      * MES), APURA POR PLANO-CODIGO OS ASSINANTES ATIVOS NA
      * ABERTURA E NO FECHAMENTO, OS NOVOS (LOG DE CADASTRO), OS
      * CANCELAMENTOS (DT-INATIVACAO), OS BLOQUEIOS (LOG), OS
      * UPGRADES E DOWNGRADES (PLANHIST.DAT, PELO PRECO DOS PLANOS),
      * A RECEITA FATURADA (FATURAS.AAAAMM.DAT) X RECEBIDA NO MES
      * (FATPAGAS.DAT), O CHURN E A VARIACAO SOBRE O MES ANTERIOR.
      * OS NUMEROS DE CADA EXECUCAO FICAM EM RECEHIST.DAT, DE ONDE
      * SAI A ABERTURA DO MES E O QUADRO DOS ULTIMOS 12 MESES, SEM
      * RELER ARQUIVOS ANTIGOS. O RELATORIO VAI PARA RELRECE.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRECE.

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

               SELECT PLANOS ASSIGN TO
               'C:\ArqCobol\PLANOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

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

               SELECT PLANHIST ASSIGN TO
               'C:\ArqCobol\PLANHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PCH.

               SELECT FATURAS ASSIGN TO DYNAMIC WS-NOME-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAT.

               SELECT PAGAS ASSIGN TO
               'C:\ArqCobol\FATPAGAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGA.

               SELECT RECEHIST ASSIGN TO
               'C:\ArqCobol\RECEHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRC.

               SELECT RELRECE ASSIGN TO
               'C:\ArqCobol\RELRECE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD PLANOS.
           COPY CADPLAN.

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

       FD PLANHIST.
           COPY CADPCH.

       FD FATURAS.
           COPY CADFAT.

       FD PAGAS.
       01  REG-PAGA                   PIC X(54).

       FD RECEHIST.
           COPY CADREC.

       FD RELRECE.
       01  REG-RELRECE                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-REL                 PIC 99.
       77 WS-FS-MORTO               PIC 99.
           88 FS-MORTO-OK           VALUE 0.
       77 WS-EOF                    PIC X(01).
           88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-LOG                PIC X(01).
           88 EOF-LOG               VALUE 'S' FALSE 'N'.
       77 WS-EOF-MORTO              PIC X(01).
           88 EOF-MORTO             VALUE 'S' FALSE 'N'.
       77 WS-EOF-FAT                PIC X(01).
           88 EOF-FAT               VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAGA               PIC X(01).
           88 EOF-PAGA              VALUE 'S' FALSE 'N'.
       77 WS-DATA-ACHOU             PIC X(01).
           88 DATA-ACHOU            VALUE 'S' FALSE 'N'.
       77 WS-FATURAS-LIDAS          PIC X(01).
           88 FATURAS-DISPONIVEIS   VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(80).
       77 WS-NOME-MORTO             PIC X(40).
       77 WS-DATA-INI-MES           PIC 9(08).
       77 WS-DATA-PROCURADA         PIC 9(08).
       77 WS-QTD-ARQ                PIC 9(03) VALUE 0.
       77 WS-SUB-ARQ                PIC 9(03).
       77 WS-PLANO-PROCURADO        PIC X(03).
       77 WS-PRECO-ANTERIOR         PIC 9(05)V99.
       77 WS-PRECO-NOVO             PIC 9(05)V99.
       77 WS-REC-IDX                PIC 9(02).
       77 WS-REC-IDX-ANT            PIC 9(02).
       77 WS-SUB-REC                PIC 9(02).
       77 WS-QTD-REC                PIC 9(02).
       77 WS-SUB-MES                PIC 9(02).
       77 WS-MES-IDX                PIC 9(02).
       77 WS-NUM-MES-ATUAL          PIC 9(06).
       77 WS-NUM-MES-CALC           PIC 9(06).
       77 WS-DIF-MESES              PIC S9(06).
       77 WS-ABERTURA-CALC          PIC S9(07).
       77 WS-PCT                    PIC S9(05)V9.
       77 WS-RESULTADO-LOG          PIC X(50).
       77 WS-ID-LOG                 PIC 9(06).
       77 WS-DATA-LOG               PIC X(14).
       77 WS-VALOR-FATURA           PIC 9(07)V99.
       77 WS-QTD-SEM-CADASTRO       PIC 9(05) VALUE 0.
       77 WS-QTD-GRAVADOS           PIC 9(04) VALUE 0.
       77 WS-VALOR-EDIT             PIC ZZ.ZZZ.ZZ9,99.

       01 WS-CMP-CALC               PIC 9(06).
       01 FILLER REDEFINES WS-CMP-CALC.
           03 WS-CMP-CALC-ANO       PIC 9(04).
           03 WS-CMP-CALC-MES       PIC 9(02).

      * UMA ENTRADA POR PLANO DE PLANOS.DAT; A SEGUINTE ('???')
      * RECEBE O QUE APONTA PARA PLANO FORA DA TABELA E A ULTIMA
      * (22) ACUMULA O TOTAL GERAL.
       01 WS-TABELA-REC.
           03 WS-REC-ENTRADA OCCURS 22 TIMES.
               05 WS-REC-CODIGO     PIC X(03).
               05 WS-REC-ABERTURA   PIC 9(06).
               05 WS-REC-ESTIMADA   PIC X(01).
               05 WS-REC-NOVOS      PIC 9(05).
               05 WS-REC-CANCEL     PIC 9(05).
               05 WS-REC-BLOQ       PIC 9(05).
               05 WS-REC-UPG        PIC 9(05).
               05 WS-REC-DOWN       PIC 9(05).
               05 WS-REC-ENTRA      PIC 9(05).
               05 WS-REC-SAI        PIC 9(05).
               05 WS-REC-FECHA      PIC 9(06).
               05 WS-REC-FATURADO   PIC 9(09)V99.
               05 WS-REC-RECEBIDO   PIC 9(09)V99.
               05 WS-REC-FAT-ANT    PIC 9(09)V99.
               05 WS-REC-TEM-ANT    PIC X(01).
                   88 REC-TEM-ANTERIOR VALUE 'S' FALSE 'N'.

      * QUADRO DOS ULTIMOS 12 MESES - A ENTRADA 13 E A COMPETENCIA
      * CORRENTE E A 1 SO SERVE DE BASE PARA A VARIACAO DA 2.
       01 WS-TABELA-MESES.
           03 WS-MES-ENTRADA OCCURS 13 TIMES.
               05 WS-MES-COMPET     PIC 9(06).
               05 WS-MES-TEM        PIC X(01).
                   88 MES-COM-DADOS VALUE 'S' FALSE 'N'.
               05 WS-MES-ABERTURA   PIC 9(07).
               05 WS-MES-NOVOS      PIC 9(06).
               05 WS-MES-CANCEL     PIC 9(06).
               05 WS-MES-FECHA      PIC 9(07).
               05 WS-MES-FATURADO   PIC 9(10)V99.
               05 WS-MES-RECEBIDO   PIC 9(10)V99.

       01 WS-TABELA-ARQUIVOS.
           03 WS-ARQ-DATA           PIC 9(08) OCCURS 240 TIMES.

       01 WS-CAB-MOV.
           03 FILLER                PIC X(40)
              VALUE 'PLA ABERTURA  NOVOS CANCEL  BLOQ   UPGR '.
           03 FILLER                PIC X(40)
              VALUE ' DOWNGR FECHAM. CHURN% VAR.ATIV'.
       01 WS-LINHA-MOV.
           03 WS-LM-PLANO           PIC X(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-ABERTURA        PIC ZZZ.ZZ9.
           03 WS-LM-ESTIMADA        PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-NOVOS           PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CANCEL          PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-BLOQ            PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-UPG             PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-DOWN            PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-FECHA           PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CHURN           PIC ZZ9,9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LM-VAR             PIC -ZZ.ZZ9.

       01 WS-CAB-RECEITA.
           03 FILLER                PIC X(41)
              VALUE 'PLA       FATURADO       RECEBIDO  %RECEB'.
           03 FILLER                PIC X(39)
              VALUE '  VAR.FAT%'.
       01 WS-LINHA-RECEITA.
           03 WS-LR-PLANO           PIC X(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-FATURADO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-RECEBIDO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-PCT-RECEB       PIC ZZZ9,9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-VAR             PIC X(08).

       01 WS-CAB-MESES.
           03 FILLER                PIC X(40)
              VALUE 'COMPET  ATIVOS  NOVOS CANCEL CHURN%     '.
           03 FILLER                PIC X(40)
              VALUE 'FATURADO      RECEBIDO VAR.FAT%'.
       01 WS-LINHA-MES.
           03 WS-LX-COMPET          PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-FECHA           PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-NOVOS           PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-CANCEL          PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-CHURN           PIC ZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-FATURADO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-RECEBIDO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LX-VAR             PIC X(08).
       01 WS-PCT-EDIT               PIC -ZZZ9,9.

       COPY "CADPLAN2".
       COPY "CADLOG2".
       COPY "CADARC2".
       COPY "CADPCH2".
       COPY "CADFAT2".
       COPY "CADABE2".
       COPY "CADREC2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** RELATORIO MENSAL DE RECEITA E CHURN ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6)          TO WS-COMPETENCIA
           COMPUTE WS-DATA-INI-MES = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-NUM-MES-ATUAL =
                   WS-COMPET-ANO * 12 + WS-COMPET-MES

           DISPLAY 'COMPETENCIA APURADA: ' WS-COMPETENCIA

           PERFORM P053-CARREGA-PLANOS
           PERFORM P060-MONTA-TABELA
           PERFORM P070-MONTA-MESES
           PERFORM P100-CARREGA-HISTORICO THRU P100-EXIT

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE USUARIOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           PERFORM P200-CONTA-ASSINANTES
           PERFORM P300-LE-LOGS         THRU P300-EXIT

           CLOSE USUARIO

           PERFORM P400-TROCAS-PLANO    THRU P400-EXIT
           PERFORM P500-FATURADO        THRU P500-EXIT
           PERFORM P550-RECEBIDO        THRU P550-EXIT

           PERFORM P600-ABERTURA
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-REC

           PERFORM P650-TOTALIZA
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-REC

           PERFORM P700-RELATORIO
           PERFORM P800-GRAVA-HISTORICO THRU P800-EXIT

           DISPLAY '***************************************'
           DISPLAY '* RESUMO DA RECEITA E CHURN DO MES     *'
           DISPLAY '***************************************'
           DISPLAY 'ATIVOS NA ABERTURA : ' WS-REC-ABERTURA (22)
           DISPLAY 'ATIVOS NO FECHAMENTO: ' WS-REC-FECHA (22)
           DISPLAY 'NOVOS / CANCELADOS : ' WS-REC-NOVOS (22) ' / '
                   WS-REC-CANCEL (22)
           MOVE WS-REC-FATURADO (22) TO WS-VALOR-EDIT
           DISPLAY 'FATURADO           : ' WS-VALOR-EDIT
           MOVE WS-REC-RECEBIDO (22) TO WS-VALOR-EDIT
           DISPLAY 'RECEBIDO NO MES    : ' WS-VALOR-EDIT
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELRECE.DAT'

           GO TO P900-FIM.

       P053-CARREGA-PLANOS.

           MOVE 0                  TO WS-QTD-PLANOS
           SET FS-PLAN-OK          TO TRUE
           SET EOF-PLAN            TO FALSE

           OPEN INPUT PLANOS

           IF FS-PLAN-NAOACHOU
               PERFORM P053A-PLANO-PADRAO
           ELSE
               PERFORM P054-LE-PLANO UNTIL EOF-PLAN
               CLOSE PLANOS
           END-IF

           IF WS-QTD-PLANOS = 0
               PERFORM P053A-PLANO-PADRAO
           END-IF

           .
       P053A-PLANO-PADRAO.

           ADD 1                   TO WS-QTD-PLANOS
           MOVE 'BAS'              TO WS-PLANO-CODIGO (WS-QTD-PLANOS)
           MOVE 'PLANO BASICO'     TO WS-PLANO-DESCRICAO (WS-QTD-PLANOS)
           MOVE 29,90              TO WS-PLANO-PRECO (WS-QTD-PLANOS)
           MOVE 05                 TO WS-PLANO-DIA (WS-QTD-PLANOS)
           MOVE 02                 TO WS-PLANO-LIMITE (WS-QTD-PLANOS)

           .
       P054-LE-PLANO.

           READ PLANOS
               AT END
                   SET EOF-PLAN TO TRUE
               NOT AT END
                   IF WS-QTD-PLANOS < 20
                       ADD 1 TO WS-QTD-PLANOS
                       MOVE PLANO-CODIGO
                            TO WS-PLANO-CODIGO (WS-QTD-PLANOS)
                       MOVE PLANO-DESCRICAO
                            TO WS-PLANO-DESCRICAO (WS-QTD-PLANOS)
                       MOVE PLANO-PRECO
                            TO WS-PLANO-PRECO (WS-QTD-PLANOS)
                       MOVE PLANO-DIA-COBRANCA
                            TO WS-PLANO-DIA (WS-QTD-PLANOS)
                       MOVE PLANO-LIMITE-PERFIS
                            TO WS-PLANO-LIMITE (WS-QTD-PLANOS)
                   ELSE
                       DISPLAY 'AVISO - PLANOS.DAT EXCEDE 20 '
                               'ENTRADAS. LINHA IGNORADA: ' PLANO-CODIGO
                   END-IF
           END-READ

           .
       P060-MONTA-TABELA.

           INITIALIZE WS-TABELA-REC

           PERFORM P061-COPIA-PLANO
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-PLANOS

           COMPUTE WS-QTD-REC = WS-QTD-PLANOS + 1
           MOVE '???' TO WS-REC-CODIGO (WS-QTD-REC)
           MOVE 'TOT' TO WS-REC-CODIGO (22)

           .
       P061-COPIA-PLANO.

           MOVE WS-PLANO-CODIGO (WS-SUB-REC)
                                   TO WS-REC-CODIGO (WS-SUB-REC)

           .
      * AS COMPETENCIAS SAO TRATADAS COMO NUMERO DE MESES (ANO * 12 +
      * MES) PARA VOLTAR NO CALENDARIO SEM SE PREOCUPAR COM A VIRADA
      * DO ANO.
       P070-MONTA-MESES.

           INITIALIZE WS-TABELA-MESES

           PERFORM P071-MONTA-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 13

           .
       P071-MONTA-MES.

           COMPUTE WS-NUM-MES-CALC =
                   WS-NUM-MES-ATUAL - 13 + WS-SUB-MES
           PERFORM P075-CALCULA-COMPET
           MOVE WS-CMP-CALC TO WS-MES-COMPET (WS-SUB-MES)
           SET MES-COM-DADOS (WS-SUB-MES) TO FALSE

           .
       P075-CALCULA-COMPET.

           COMPUTE WS-CMP-CALC-ANO = (WS-NUM-MES-CALC - 1) / 12
           COMPUTE WS-CMP-CALC-MES =
                   WS-NUM-MES-CALC - WS-CMP-CALC-ANO * 12

           .
      * SO OS ULTIMOS 23 MESES FECHADOS FICAM NO HISTORICO; A LINHA
      * DA PROPRIA COMPETENCIA (EXECUCAO ANTERIOR NO MESMO MES) E
      * DESCARTADA E GRAVADA DE NOVO NO FIM.
       P100-CARREGA-HISTORICO.

           MOVE 0 TO WS-QTD-HIST
           SET FS-HRC-OK TO TRUE
           OPEN INPUT RECEHIST

           IF FS-HRC-NAOACHOU
               DISPLAY 'RECEHIST.DAT AINDA NAO EXISTE - PRIMEIRA '
                       'APURACAO'
               GO TO P100-EXIT
           END-IF

           IF NOT FS-HRC-OK
               DISPLAY 'ERRO AO ABRIR RECEHIST.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-HRC
               GO TO P100-EXIT
           END-IF

           SET EOF-HRC TO FALSE
           PERFORM P110-LE-HISTORICO UNTIL EOF-HRC

           CLOSE RECEHIST

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

       P110-LE-HISTORICO.

           READ RECEHIST
               AT END
                   SET EOF-HRC TO TRUE
               NOT AT END
                   IF HRC-COMPETENCIA IS NUMERIC
                       MOVE HRC-COMPETENCIA TO WS-CMP-CALC
                       COMPUTE WS-DIF-MESES = WS-NUM-MES-ATUAL
                             - (WS-CMP-CALC-ANO * 12 + WS-CMP-CALC-MES)
                       IF WS-DIF-MESES > 0 AND WS-DIF-MESES < 24
                          AND WS-QTD-HIST < 600
                           ADD 1 TO WS-QTD-HIST
                           MOVE REG-HIST-RECEITA
                                TO WS-HIST-ENTRADA (WS-QTD-HIST)
                           PERFORM P120-ACUMULA-MES THRU P120-EXIT
                       END-IF
                   END-IF
           END-READ

           .
       P120-ACUMULA-MES.

           IF WS-DIF-MESES > 12
               GO TO P120-EXIT
           END-IF

           COMPUTE WS-MES-IDX = 13 - WS-DIF-MESES
           SET MES-COM-DADOS (WS-MES-IDX) TO TRUE
           ADD HRC-ABERTURA   TO WS-MES-ABERTURA (WS-MES-IDX)
           ADD HRC-NOVOS      TO WS-MES-NOVOS (WS-MES-IDX)
           ADD HRC-CANCELADOS TO WS-MES-CANCEL (WS-MES-IDX)
           ADD HRC-FECHAMENTO TO WS-MES-FECHA (WS-MES-IDX)
           ADD HRC-FATURADO   TO WS-MES-FATURADO (WS-MES-IDX)
           ADD HRC-RECEBIDO   TO WS-MES-RECEBIDO (WS-MES-IDX)

      * O MES ANTERIOR DA A ABERTURA E A BASE DA VARIACAO DO PLANO.
      * A LINHA '???' TAMBEM TEM FECHAMENTO GUARDADO, E PLANO QUE
      * SAIU DA TABELA CAI NELA JUNTO - POR ISSO SOMA.
           IF WS-DIF-MESES = 1
               MOVE HRC-PLANO TO WS-PLANO-PROCURADO
               PERFORM P050-ACHA-PLANO
               IF WS-REC-IDX <= WS-QTD-REC
                   SET REC-TEM-ANTERIOR (WS-REC-IDX) TO TRUE
                   ADD HRC-FECHAMENTO TO WS-REC-ABERTURA (WS-REC-IDX)
                   ADD HRC-FATURADO   TO WS-REC-FAT-ANT (WS-REC-IDX)
               END-IF
           END-IF

           GO TO P120-EXIT.

       P120-EXIT.
           EXIT.

      * ATIVO NO FECHAMENTO E QUEM NAO ESTA INATIVO - O BLOQUEADO
      * CONTINUA ASSINANTE (E FATURADO) ATE SER CANCELADO.
       P200-CONTA-ASSINANTES.

           SET EOF-OK TO FALSE
           PERFORM P210-LE-ASSINANTE UNTIL EOF-OK

           .
       P210-LE-ASSINANTE.

           READ USUARIO NEXT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   MOVE PLANO-USUARIO TO WS-PLANO-PROCURADO
                   PERFORM P050-ACHA-PLANO
                   IF USUARIO-INATIVO
                       IF DT-INATIVACAO IS NUMERIC
                        AND DT-INATIVACAO (1:6) = WS-COMPETENCIA
                           ADD 1 TO WS-REC-CANCEL (WS-REC-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-REC-FECHA (WS-REC-IDX)
                   END-IF
           END-READ

           .
      * NOVOS E BLOQUEIOS SAEM DO LOG - O CORRENTE E OS ARQUIVOS
      * MORTOS FECHADOS A PARTIR DO INICIO DA COMPETENCIA (OS MAIS
      * ANTIGOS NAO PODEM TER OCORRENCIAS DELA).
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
                   PERFORM P350-CLASSIFICA-LOG THRU P350-EXIT
           END-READ

           .
       P320-LE-INDICE.

           READ CTRLARC
               AT END
                   SET EOF-ARC TO TRUE
               NOT AT END
                   IF ARC-DATA-ARQUIVO IS NUMERIC
                    AND ARC-DATA-ARQUIVO >= WS-DATA-INI-MES
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
                   PERFORM P350-CLASSIFICA-LOG THRU P350-EXIT
           END-READ

           .
      * O PLANO DO NOVO OU DO BLOQUEADO E O DO CADASTRO ATUAL.
       P350-CLASSIFICA-LOG.

           IF WS-DATA-LOG (1:6) NOT = WS-COMPETENCIA
               GO TO P350-EXIT
           END-IF

           IF WS-RESULTADO-LOG NOT = 'CADASTRO EFETUADO COM SUCESSO'
            AND WS-RESULTADO-LOG NOT = 'LOTE - CADASTRO ACEITO'
            AND WS-RESULTADO-LOG NOT = 'BLOQUEADO POR INADIMPLENCIA'
            AND WS-RESULTADO-LOG NOT =
                'LOGIN - ASSINANTE BLOQUEADO POR 3 FALHAS'
               GO TO P350-EXIT
           END-IF

           MOVE WS-ID-LOG TO ID-USUARIO
           READ USUARIO KEY IS ID-USUARIO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   MOVE SPACES TO PLANO-USUARIO
           END-READ

           MOVE PLANO-USUARIO TO WS-PLANO-PROCURADO
           PERFORM P050-ACHA-PLANO

           IF WS-RESULTADO-LOG = 'CADASTRO EFETUADO COM SUCESSO'
            OR WS-RESULTADO-LOG = 'LOTE - CADASTRO ACEITO'
               ADD 1 TO WS-REC-NOVOS (WS-REC-IDX)
           ELSE
               ADD 1 TO WS-REC-BLOQ (WS-REC-IDX)
           END-IF

           GO TO P350-EXIT.

       P350-EXIT.
           EXIT.

      * UPGRADE = PLANO NOVO MAIS CARO QUE O ANTERIOR PELO PRECO
      * ATUAL DE PLANOS.DAT; A TROCA CONTA NO PLANO DE DESTINO. A
      * TROCA SEM PLANO ANTERIOR (OU DE MESMO PRECO) SO MOVIMENTA.
       P400-TROCAS-PLANO.

           SET FS-PCH-OK TO TRUE
           OPEN INPUT PLANHIST

           IF NOT FS-PCH-OK
               GO TO P400-EXIT
           END-IF

           SET EOF-PCH TO FALSE
           PERFORM P410-LE-TROCA UNTIL EOF-PCH

           CLOSE PLANHIST

           GO TO P400-EXIT.

       P400-EXIT.
           EXIT.

       P410-LE-TROCA.

           READ PLANHIST
               AT END
                   SET EOF-PCH TO TRUE
               NOT AT END
                   IF PCH-DATA-EFETIVA (1:6) = WS-COMPETENCIA
                       PERFORM P420-CLASSIFICA-TROCA
                   END-IF
           END-READ

           .
       P420-CLASSIFICA-TROCA.

           MOVE PCH-PLANO-ANTERIOR TO WS-PLANO-PROCURADO
           PERFORM P050-ACHA-PLANO
           MOVE WS-REC-IDX         TO WS-REC-IDX-ANT
           MOVE 0                  TO WS-PRECO-ANTERIOR
           IF WS-REC-IDX <= WS-QTD-PLANOS
               MOVE WS-PLANO-PRECO (WS-REC-IDX) TO WS-PRECO-ANTERIOR
           END-IF

           MOVE PCH-PLANO-NOVO     TO WS-PLANO-PROCURADO
           PERFORM P050-ACHA-PLANO
           MOVE 0                  TO WS-PRECO-NOVO
           IF WS-REC-IDX <= WS-QTD-PLANOS
               MOVE WS-PLANO-PRECO (WS-REC-IDX) TO WS-PRECO-NOVO
           END-IF

           ADD 1 TO WS-REC-ENTRA (WS-REC-IDX)

           IF PCH-PLANO-ANTERIOR NOT = SPACES
               ADD 1 TO WS-REC-SAI (WS-REC-IDX-ANT)
               IF WS-PRECO-NOVO > WS-PRECO-ANTERIOR
                   ADD 1 TO WS-REC-UPG (WS-REC-IDX)
               END-IF
               IF WS-PRECO-NOVO < WS-PRECO-ANTERIOR
                   ADD 1 TO WS-REC-DOWN (WS-REC-IDX)
               END-IF
           END-IF

           .
      * FATURADO = VALOR DA FATURA ANTES DO CREDITO ABATIDO (O
      * CREDITO E DINHEIRO JA RECEBIDO ANTES, NAO RECEITA A MENOS).
       P500-FATURADO.

           SET FATURAS-DISPONIVEIS TO FALSE
           MOVE SPACES TO WS-NOME-FATURAS
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS

           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURAS

           IF NOT FS-FAT-OK
               DISPLAY 'AVISO - ' WS-NOME-FATURAS
               DISPLAY 'NAO ENCONTRADO - COMPETENCIA AINDA NAO FATURADA'
               GO TO P500-EXIT
           END-IF

           SET FATURAS-DISPONIVEIS TO TRUE
           SET EOF-FAT TO FALSE
           PERFORM P510-LE-FATURA UNTIL EOF-FAT

           CLOSE FATURAS

           GO TO P500-EXIT.

       P500-EXIT.
           EXIT.

       P510-LE-FATURA.

           READ FATURAS
               AT END
                   SET EOF-FAT TO TRUE
               NOT AT END
                   MOVE FAT-VALOR TO WS-VALOR-FATURA
                   IF FAT-CREDITO-ABATIDO IS NUMERIC
                       ADD FAT-CREDITO-ABATIDO TO WS-VALOR-FATURA
                   END-IF
                   MOVE FAT-PLANO-CODIGO TO WS-PLANO-PROCURADO
                   PERFORM P050-ACHA-PLANO
                   ADD WS-VALOR-FATURA TO WS-REC-FATURADO (WS-REC-IDX)
           END-READ

           .
      * RECEBIDO = PAGAMENTOS BAIXADOS COM DATA DENTRO DO MES,
      * QUALQUER QUE SEJA A COMPETENCIA DA FATURA PAGA.
       P550-RECEBIDO.

           SET FS-PAGA-OK TO TRUE
           OPEN INPUT PAGAS

           IF NOT FS-PAGA-OK
               GO TO P550-EXIT
           END-IF

           SET EOF-PAGA TO FALSE
           PERFORM P560-LE-PAGA UNTIL EOF-PAGA

           CLOSE PAGAS

           GO TO P550-EXIT.

       P550-EXIT.
           EXIT.

       P560-LE-PAGA.

           READ PAGAS INTO WS-FAT-PAGA
               AT END
                   SET EOF-PAGA TO TRUE
               NOT AT END
                   IF WS-PAGA-DATA-PGTO (1:6) = WS-COMPETENCIA
                       MOVE WS-PAGA-PLANO TO WS-PLANO-PROCURADO
                       PERFORM P050-ACHA-PLANO
                       ADD WS-PAGA-VALOR
                           TO WS-REC-RECEBIDO (WS-REC-IDX)
                   END-IF
           END-READ

           .
      * SEM O FECHAMENTO DO MES ANTERIOR NO HISTORICO (PRIMEIRA
      * APURACAO OU PLANO NOVO), A ABERTURA E ESTIMADA DE TRAS PARA
      * A FRENTE: FECHAMENTO - NOVOS + CANCELADOS - ENTRADAS + SAIDAS.
       P600-ABERTURA.

           IF REC-TEM-ANTERIOR (WS-SUB-REC)
               MOVE SPACE TO WS-REC-ESTIMADA (WS-SUB-REC)
           ELSE
               COMPUTE WS-ABERTURA-CALC = WS-REC-FECHA (WS-SUB-REC)
                     - WS-REC-NOVOS (WS-SUB-REC)
                     + WS-REC-CANCEL (WS-SUB-REC)
                     - WS-REC-ENTRA (WS-SUB-REC)
                     + WS-REC-SAI (WS-SUB-REC)
               IF WS-ABERTURA-CALC < 0
                   MOVE 0 TO WS-ABERTURA-CALC
               END-IF
               MOVE WS-ABERTURA-CALC TO WS-REC-ABERTURA (WS-SUB-REC)
               MOVE '*'              TO WS-REC-ESTIMADA (WS-SUB-REC)
           END-IF

           .
       P650-TOTALIZA.

           ADD WS-REC-ABERTURA (WS-SUB-REC) TO WS-REC-ABERTURA (22)
           ADD WS-REC-NOVOS (WS-SUB-REC)    TO WS-REC-NOVOS (22)
           ADD WS-REC-CANCEL (WS-SUB-REC)   TO WS-REC-CANCEL (22)
           ADD WS-REC-BLOQ (WS-SUB-REC)     TO WS-REC-BLOQ (22)
           ADD WS-REC-UPG (WS-SUB-REC)      TO WS-REC-UPG (22)
           ADD WS-REC-DOWN (WS-SUB-REC)     TO WS-REC-DOWN (22)
           ADD WS-REC-FECHA (WS-SUB-REC)    TO WS-REC-FECHA (22)
           ADD WS-REC-FATURADO (WS-SUB-REC) TO WS-REC-FATURADO (22)
           ADD WS-REC-RECEBIDO (WS-SUB-REC) TO WS-REC-RECEBIDO (22)
           ADD WS-REC-FAT-ANT (WS-SUB-REC)  TO WS-REC-FAT-ANT (22)

           IF REC-TEM-ANTERIOR (WS-SUB-REC)
               SET REC-TEM-ANTERIOR (22) TO TRUE
           END-IF

           IF WS-REC-ESTIMADA (WS-SUB-REC) = '*'
               MOVE '*' TO WS-REC-ESTIMADA (22)
           END-IF

           .
       P700-RELATORIO.

           OPEN OUTPUT RELRECE

           MOVE SPACES TO WS-LINHA-REL
           STRING 'RECEITA E CHURN POR PLANO - COMPETENCIA '
                  WS-COMPETENCIA ' - EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL

           MOVE ALL '-' TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL
           MOVE 'MOVIMENTACAO DE ASSINANTES' TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-CAB-MOV

           PERFORM P710-LINHA-MOVIMENTO
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-REC

           MOVE 22 TO WS-SUB-REC
           PERFORM P710-LINHA-MOVIMENTO

           IF WS-REC-ESTIMADA (22) = '*'
               MOVE '* ABERTURA ESTIMADA PELA MOVIMENTACAO DO MES - SEM'
                 TO WS-LINHA-REL
               WRITE REG-RELRECE FROM WS-LINHA-REL
               MOVE '  FECHAMENTO DO MES ANTERIOR EM RECEHIST.DAT'
                 TO WS-LINHA-REL
               WRITE REG-RELRECE FROM WS-LINHA-REL
           END-IF

           IF WS-QTD-SEM-CADASTRO > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING 'OCORRENCIAS DE LOG SEM ASSINANTE NO CADASTRO '
                      '(EM ???): ' WS-QTD-SEM-CADASTRO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE REG-RELRECE FROM WS-LINHA-REL
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL
           MOVE 'RECEITA RECORRENTE - FATURADO X RECEBIDO NO MES'
             TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL

           IF NOT FATURAS-DISPONIVEIS
               MOVE '(COMPETENCIA AINDA NAO FATURADA - FATURADO ZERADO)'
                 TO WS-LINHA-REL
               WRITE REG-RELRECE FROM WS-LINHA-REL
           END-IF

           WRITE REG-RELRECE FROM WS-CAB-RECEITA

           PERFORM P720-LINHA-RECEITA
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-REC

           MOVE 22 TO WS-SUB-REC
           PERFORM P720-LINHA-RECEITA

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL
           MOVE 'ULTIMOS 12 MESES - TOTAL DE TODOS OS PLANOS'
             TO WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-LINHA-REL
           WRITE REG-RELRECE FROM WS-CAB-MESES

           SET MES-COM-DADOS (13) TO TRUE
           MOVE WS-REC-ABERTURA (22) TO WS-MES-ABERTURA (13)
           MOVE WS-REC-NOVOS (22)    TO WS-MES-NOVOS (13)
           MOVE WS-REC-CANCEL (22)   TO WS-MES-CANCEL (13)
           MOVE WS-REC-FECHA (22)    TO WS-MES-FECHA (13)
           MOVE WS-REC-FATURADO (22) TO WS-MES-FATURADO (13)
           MOVE WS-REC-RECEBIDO (22) TO WS-MES-RECEBIDO (13)

           PERFORM P730-LINHA-MES THRU P730-EXIT
               VARYING WS-SUB-MES FROM 2 BY 1
               UNTIL WS-SUB-MES > 13

           CLOSE RELRECE

           .
      * LINHAS SEM NENHUM MOVIMENTO (PLANO SEM ASSINANTES, OU O
      * '???' VAZIO) NAO SAO IMPRESSAS.
       P710-LINHA-MOVIMENTO.

           IF WS-SUB-REC NOT = 22
            AND WS-REC-ABERTURA (WS-SUB-REC) = 0
            AND WS-REC-FECHA (WS-SUB-REC) = 0
            AND WS-REC-NOVOS (WS-SUB-REC) = 0
            AND WS-REC-CANCEL (WS-SUB-REC) = 0
            AND WS-REC-BLOQ (WS-SUB-REC) = 0
            AND WS-REC-ENTRA (WS-SUB-REC) = 0
            AND WS-REC-SAI (WS-SUB-REC) = 0
               CONTINUE
           ELSE
               MOVE WS-REC-CODIGO (WS-SUB-REC)   TO WS-LM-PLANO
               MOVE WS-REC-ABERTURA (WS-SUB-REC) TO WS-LM-ABERTURA
               MOVE WS-REC-ESTIMADA (WS-SUB-REC) TO WS-LM-ESTIMADA
               MOVE WS-REC-NOVOS (WS-SUB-REC)    TO WS-LM-NOVOS
               MOVE WS-REC-CANCEL (WS-SUB-REC)   TO WS-LM-CANCEL
               MOVE WS-REC-BLOQ (WS-SUB-REC)     TO WS-LM-BLOQ
               MOVE WS-REC-UPG (WS-SUB-REC)      TO WS-LM-UPG
               MOVE WS-REC-DOWN (WS-SUB-REC)     TO WS-LM-DOWN
               MOVE WS-REC-FECHA (WS-SUB-REC)    TO WS-LM-FECHA
               IF WS-REC-ABERTURA (WS-SUB-REC) > 0
                   COMPUTE WS-PCT ROUNDED =
                           WS-REC-CANCEL (WS-SUB-REC) * 100
                         / WS-REC-ABERTURA (WS-SUB-REC)
               ELSE
                   MOVE 0 TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-LM-CHURN
               COMPUTE WS-LM-VAR = WS-REC-FECHA (WS-SUB-REC)
                                 - WS-REC-ABERTURA (WS-SUB-REC)
               WRITE REG-RELRECE FROM WS-LINHA-MOV
           END-IF

           .
       P720-LINHA-RECEITA.

           IF WS-SUB-REC NOT = 22
            AND WS-REC-FATURADO (WS-SUB-REC) = 0
            AND WS-REC-RECEBIDO (WS-SUB-REC) = 0
            AND WS-REC-FAT-ANT (WS-SUB-REC) = 0
               CONTINUE
           ELSE
               MOVE WS-REC-CODIGO (WS-SUB-REC)   TO WS-LR-PLANO
               MOVE WS-REC-FATURADO (WS-SUB-REC) TO WS-LR-FATURADO
               MOVE WS-REC-RECEBIDO (WS-SUB-REC) TO WS-LR-RECEBIDO
               IF WS-REC-FATURADO (WS-SUB-REC) > 0
                   COMPUTE WS-PCT ROUNDED =
                           WS-REC-RECEBIDO (WS-SUB-REC) * 100
                         / WS-REC-FATURADO (WS-SUB-REC)
               ELSE
                   MOVE 0 TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-LR-PCT-RECEB
               IF REC-TEM-ANTERIOR (WS-SUB-REC)
                AND WS-REC-FAT-ANT (WS-SUB-REC) > 0
                   COMPUTE WS-PCT ROUNDED =
                         ( WS-REC-FATURADO (WS-SUB-REC)
                         - WS-REC-FAT-ANT (WS-SUB-REC) ) * 100
                         / WS-REC-FAT-ANT (WS-SUB-REC)
                   MOVE WS-PCT      TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-LR-VAR
               ELSE
                   MOVE '     N/D' TO WS-LR-VAR
               END-IF
               WRITE REG-RELRECE FROM WS-LINHA-RECEITA
           END-IF

           .
       P730-LINHA-MES.

           MOVE WS-MES-COMPET (WS-SUB-MES) TO WS-LX-COMPET

           IF NOT MES-COM-DADOS (WS-SUB-MES)
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-MES-COMPET (WS-SUB-MES)
                      '  SEM APURACAO NO HISTORICO'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE REG-RELRECE FROM WS-LINHA-REL
               GO TO P730-EXIT
           END-IF

           MOVE WS-MES-FECHA (WS-SUB-MES)    TO WS-LX-FECHA
           MOVE WS-MES-NOVOS (WS-SUB-MES)    TO WS-LX-NOVOS
           MOVE WS-MES-CANCEL (WS-SUB-MES)   TO WS-LX-CANCEL
           MOVE WS-MES-FATURADO (WS-SUB-MES) TO WS-LX-FATURADO
           MOVE WS-MES-RECEBIDO (WS-SUB-MES) TO WS-LX-RECEBIDO

           IF WS-MES-ABERTURA (WS-SUB-MES) > 0
               COMPUTE WS-PCT ROUNDED =
                       WS-MES-CANCEL (WS-SUB-MES) * 100
                     / WS-MES-ABERTURA (WS-SUB-MES)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LX-CHURN

           COMPUTE WS-MES-IDX = WS-SUB-MES - 1
           IF MES-COM-DADOS (WS-MES-IDX)
            AND WS-MES-FATURADO (WS-MES-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                     ( WS-MES-FATURADO (WS-SUB-MES)
                     - WS-MES-FATURADO (WS-MES-IDX) ) * 100
                     / WS-MES-FATURADO (WS-MES-IDX)
               MOVE WS-PCT      TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-LX-VAR
           ELSE
               MOVE '     N/D' TO WS-LX-VAR
           END-IF

           WRITE REG-RELRECE FROM WS-LINHA-MES

           GO TO P730-EXIT.

       P730-EXIT.
           EXIT.

      * REGRAVA O HISTORICO: OS MESES ANTERIORES GUARDADOS E AS
      * LINHAS DA COMPETENCIA APURADA AGORA.
       P800-GRAVA-HISTORICO.

           SET FS-HRC-OK TO TRUE
           OPEN OUTPUT RECEHIST

           IF NOT FS-HRC-OK
               DISPLAY 'ERRO AO GRAVAR RECEHIST.DAT - HISTORICO '
                       'NAO ATUALIZADO'
               DISPLAY 'FILE STATUS: ' WS-FS-HRC
               MOVE 8 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF

           PERFORM P810-GRAVA-ANTERIOR
               VARYING WS-SUB-HIST FROM 1 BY 1
               UNTIL WS-SUB-HIST > WS-QTD-HIST

           PERFORM P820-GRAVA-ATUAL
               VARYING WS-SUB-REC FROM 1 BY 1
               UNTIL WS-SUB-REC > WS-QTD-REC

           CLOSE RECEHIST

           GO TO P800-EXIT.

       P800-EXIT.
           EXIT.

       P810-GRAVA-ANTERIOR.

           MOVE WS-HIST-ENTRADA (WS-SUB-HIST) TO REG-HIST-RECEITA
           WRITE REG-HIST-RECEITA

           .
       P820-GRAVA-ATUAL.

           MOVE SPACES                        TO REG-HIST-RECEITA
           MOVE WS-COMPETENCIA                TO HRC-COMPETENCIA
           MOVE WS-REC-CODIGO (WS-SUB-REC)    TO HRC-PLANO
           MOVE WS-REC-ABERTURA (WS-SUB-REC)  TO HRC-ABERTURA
           MOVE WS-REC-NOVOS (WS-SUB-REC)     TO HRC-NOVOS
           MOVE WS-REC-CANCEL (WS-SUB-REC)    TO HRC-CANCELADOS
           MOVE WS-REC-BLOQ (WS-SUB-REC)      TO HRC-BLOQUEIOS
           MOVE WS-REC-UPG (WS-SUB-REC)       TO HRC-UPGRADES
           MOVE WS-REC-DOWN (WS-SUB-REC)      TO HRC-DOWNGRADES
           MOVE WS-REC-FECHA (WS-SUB-REC)     TO HRC-FECHAMENTO
           MOVE WS-REC-FATURADO (WS-SUB-REC)  TO HRC-FATURADO
           MOVE WS-REC-RECEBIDO (WS-SUB-REC)  TO HRC-RECEBIDO
           WRITE REG-HIST-RECEITA

           ADD 1 TO WS-QTD-GRAVADOS

           .
      * PLANO FORA DA TABELA (OU EM BRANCO) CAI NA ENTRADA '???'.
       P050-ACHA-PLANO.

           MOVE WS-QTD-REC TO WS-REC-IDX

           PERFORM P051-COMPARA-PLANO
               VARYING WS-SUB-PLANO FROM 1 BY 1
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS

           .
       P051-COMPARA-PLANO.

           IF WS-PLANO-PROCURADO = WS-PLANO-CODIGO (WS-SUB-PLANO)
               MOVE WS-SUB-PLANO TO WS-REC-IDX
           END-IF

           .
       P900-FIM.
            STOP RUN.
       END PROGRAM RELRECE.
