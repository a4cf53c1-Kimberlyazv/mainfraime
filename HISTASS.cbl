      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: CONSULTA 360 DO ASSINANTE PARA A CENTRAL DE
      * ATENDIMENTO - INFORMADO O ID, MOSTRA O CADASTRO ATUAL (OU,
      * SE O ASSINANTE FOI EXPURGADO, O REGISTRO GUARDADO EM
      * HISTUSU.DAT) E MONTA UMA LINHA DO TEMPO UNICA, EM ORDEM DE
      * DATA/HORA, COM AS OCORRENCIAS DO LOG CORRENTE (LOGUSU.DAT)
      * E DOS ARQUIVOS MORTOS (LOGARC.AAAAMMDD.DAT, LISTADOS EM
      * CTRLARC.DAT) COM OPERADOR E RESULTADO, AS TROCAS DE PLANO
      * (PLANHIST.DAT), AS FATURAS DE TODAS AS COMPETENCIAS GERADAS
      * (FATURAS.AAAAMM.DAT, LISTADAS EM CTRLFAT.DAT), OS PAGAMENTOS
      * (FATPAGAS.DAT) E OS CREDITOS (CREDITO.DAT). EM SEGUIDA LISTA
      * AS FATURAS AINDA EM ABERTO (ABERTOS.DAT) E OS PERFIS DE
      * VISUALIZACAO (PERFIL.DAT) DA ASSINATURA.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTASS.

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

               SELECT HISTORICO ASSIGN TO
               'C:\ArqCobol\HISTUSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY HIST-ID-USUARIO
               FILE STATUS IS WS-FS-HIST.

               SELECT PERFIL ASSIGN TO
               'C:\ArqCobol\PERFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY PRF-CHAVE
               FILE STATUS IS WS-FS-PRF.

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

               SELECT CTRLFAT ASSIGN TO
               'C:\ArqCobol\CTRLFAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTF.

               SELECT FATURAS ASSIGN TO DYNAMIC WS-NOME-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAT.

               SELECT PAGAS ASSIGN TO
               'C:\ArqCobol\FATPAGAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGA.

               SELECT CREDITO ASSIGN TO
               'C:\ArqCobol\CREDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

               SELECT ABERTOS ASSIGN TO
               'C:\ArqCobol\ABERTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ABE.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD HISTORICO.
           COPY CADHIST.

       FD PERFIL.
           COPY CADPERF.

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

       FD CTRLFAT.
       01  REG-CTRLFAT.
           03  CTF-COMPETENCIA        PIC 9(06).
           03  FILLER                 PIC X(01).
           03  CTF-DATA-HORA          PIC X(14).

       FD FATURAS.
           COPY CADFAT.

       FD PAGAS.
       01  REG-PAGA                   PIC X(54).

       FD CREDITO.
           COPY CADCRE.

       FD ABERTOS.
           COPY CADABE.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-MORTO               PIC 99.
           88 FS-MORTO-OK           VALUE 0.
           88 FS-MORTO-NAOACHOU     VALUE 35.
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
       77 WS-EXIT                   PIC X.
           88 EXIT-OK               VALUE 'F' FALSE 'N'.
       77 WS-SITUACAO-ID            PIC X(01).
           88 ID-NO-CADASTRO        VALUE 'C'.
           88 ID-EXPURGADO          VALUE 'H'.
           88 ID-DESCONHECIDO       VALUE 'D'.
       77 WS-USUARIO-ABERTO         PIC X(01).
           88 USUARIO-DISPONIVEL    VALUE 'S' FALSE 'N'.
       77 WS-HIST-ABERTO            PIC X(01).
           88 HIST-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-EVT-ESTOURO            PIC X(01).
           88 EVT-ESTOURO           VALUE 'S' FALSE 'N'.
       77 WS-DATA-ACHOU             PIC X(01).
           88 DATA-ACHOU            VALUE 'S' FALSE 'N'.
       77 WS-ID-USUARIO             PIC 9(06).
       77 WS-NOME-MORTO             PIC X(40).
       77 WS-QTD-EVENTOS            PIC 9(04) VALUE 0.
       77 WS-SUB-EVT                PIC 9(04).
       77 WS-SUB-EVT2               PIC 9(04).
       77 WS-SUB-EVT3               PIC 9(04).
       77 WS-QTD-ARQ                PIC 9(03) VALUE 0.
       77 WS-SUB-ARQ                PIC 9(03).
       77 WS-QTD-CMP                PIC 9(03) VALUE 0.
       77 WS-SUB-CMP                PIC 9(03).
       77 WS-QTD-ABE-ID             PIC 9(04).
       77 WS-TOTAL-EM-ABERTO        PIC 9(07)V99.
       77 WS-QTD-PERFIS             PIC 9(02).
       77 WS-DATA-PROCURADA         PIC 9(08).
       77 WS-VALOR-EDIT             PIC ZZ.ZZ9,99.
       77 WS-VALOR-EDIT2            PIC ZZ.ZZ9,99.
       77 WS-TOTAL-EDIT             PIC Z.ZZZ.ZZ9,99.
       77 WS-DATA-EXIBE             PIC X(10).
       77 WS-DATA-ENTRA             PIC X(08).
       77 WS-NOVO-DATA-HORA         PIC X(14).
       77 WS-NOVO-FONTE             PIC X(07).
       77 WS-NOVO-TEXTO             PIC X(80).
       77 WS-EVT-TROCA              PIC X(101).

      * LINHA DO TEMPO - A CHAVE E A DATA/HORA AAAAMMDDHHMMSS; O QUE
      * SO TEM DATA (FATURA, PAGAMENTO, TROCA DE PLANO...) FICA COM A
      * HORA EM BRANCO E APARECE ANTES DAS OCORRENCIAS DO LOG DO DIA.
       01 WS-TABELA-EVENTOS.
           03 WS-EVT-ENTRADA OCCURS 3000 TIMES.
               05 WS-EVT-DATA-HORA  PIC X(14).
               05 WS-EVT-FONTE      PIC X(07).
               05 WS-EVT-TEXTO      PIC X(80).
       01 WS-TABELA-ARQUIVOS.
           03 WS-ARQ-DATA           PIC 9(08) OCCURS 240 TIMES.
       01 WS-TABELA-COMPET.
           03 WS-CMP-COMPET         PIC 9(06) OCCURS 120 TIMES.

       01 WS-LINHA-TL.
           03 WS-TL-DATA            PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TL-HORA            PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TL-FONTE           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TL-TEXTO           PIC X(80).

       COPY "CADHIST2".
       COPY "CADPERF2".
       COPY "CADLOG2".
       COPY "CADARC2".
       COPY "CADPCH2".
       COPY "CADFAT2".
       COPY "CADABE2".
       COPY "CADCRE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** HISTORICO DO ASSINANTE - CENTRAL ***'
           SET EXIT-OK              TO FALSE
           PERFORM P090-PEDE-ID     THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM

           .
       P090-PEDE-ID.

           DISPLAY ' '
           DISPLAY 'Informe o ID do assinante (ou 0 para finalizar): '
           ACCEPT WS-ID-USUARIO

           IF WS-ID-USUARIO = 0
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

           PERFORM P100-CADASTRO    THRU P100-EXIT

           MOVE 0 TO WS-QTD-EVENTOS
           SET EVT-ESTOURO TO FALSE

           PERFORM P200-LOG-CORRENTE    THRU P200-EXIT
           PERFORM P210-LOGS-ARQUIVADOS THRU P210-EXIT
           PERFORM P230-TROCAS-PLANO    THRU P230-EXIT
           PERFORM P240-FATURAS         THRU P240-EXIT
           PERFORM P250-PAGAMENTOS      THRU P250-EXIT
           PERFORM P260-CREDITOS        THRU P260-EXIT

           IF ID-EXPURGADO
               MOVE HIST-DT-PURGA    TO WS-NOVO-DATA-HORA
               MOVE 'EXPURGO'        TO WS-NOVO-FONTE
               MOVE 'REGISTRO RETIRADO DO CADASTRO PARA HISTUSU.DAT'
                                     TO WS-NOVO-TEXTO
               PERFORM P800-ADICIONA-EVENTO
           END-IF

           IF WS-QTD-EVENTOS > 1
               PERFORM P410-ORDENA-EVENTO
                   VARYING WS-SUB-EVT FROM 1 BY 1
                   UNTIL WS-SUB-EVT >= WS-QTD-EVENTOS
                   AFTER WS-SUB-EVT2 FROM 1 BY 1
                   UNTIL WS-SUB-EVT2 > WS-QTD-EVENTOS - WS-SUB-EVT
           END-IF

           PERFORM P500-EXIBE-LINHA-TEMPO
           PERFORM P600-EM-ABERTO       THRU P600-EXIT
           PERFORM P700-PERFIS          THRU P700-EXIT

           GO TO P300-FIM.

      * O CADASTRO ATUAL VEM DE USUARIO.DAT; NAO ACHANDO, O ID PODE
      * TER SIDO EXPURGADO - O REGISTRO GUARDADO EM HISTUSU.DAT TEM
      * O MESMO LAYOUT E E EXIBIDO NO LUGAR DELE.
       P100-CADASTRO.

           SET ID-DESCONHECIDO TO TRUE

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO
           IF FS-OK
               SET USUARIO-DISPONIVEL TO TRUE
           ELSE
               SET USUARIO-DISPONIVEL TO FALSE
           END-IF

           SET FS-HIST-OK TO TRUE
           OPEN INPUT HISTORICO
           IF FS-HIST-OK
               SET HIST-DISPONIVEL TO TRUE
           ELSE
               SET HIST-DISPONIVEL TO FALSE
           END-IF

           IF USUARIO-DISPONIVEL
               MOVE WS-ID-USUARIO TO ID-USUARIO
               READ USUARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ID-NO-CADASTRO TO TRUE
               END-READ
           END-IF

           IF ID-DESCONHECIDO AND HIST-DISPONIVEL
               MOVE WS-ID-USUARIO TO HIST-ID-USUARIO
               READ HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ID-EXPURGADO TO TRUE
                       MOVE HIST-REG-USUARIO TO REG-USUARIOS
               END-READ
           END-IF

           DISPLAY '***************************************'
           DISPLAY '* HISTORICO DO ASSINANTE               *'
           DISPLAY '***************************************'

           IF ID-DESCONHECIDO
               DISPLAY 'ID ' WS-ID-USUARIO ' NAO ENCONTRADO NO '
                       'CADASTRO NEM NO HISTORICO DE EXPURGADOS'
               DISPLAY 'A LINHA DO TEMPO MOSTRA O QUE HOUVER NOS '
                       'DEMAIS ARQUIVOS'
               PERFORM P110-FECHA-CADASTRO
               GO TO P100-EXIT
           END-IF

           IF ID-EXPURGADO
               MOVE HIST-DT-PURGA TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               DISPLAY '*** ASSINANTE EXPURGADO EM ' WS-DATA-EXIBE
                       ' - DADOS DO REGISTRO EM HISTUSU.DAT ***'
           END-IF

           DISPLAY 'ID            : ' ID-USUARIO
           DISPLAY 'NOME  USUARIO : ' NM-USUARIO
           DISPLAY 'EMAIL USUARIO : ' EMAIL-USUARIO
           DISPLAY 'TELEFONE      : ' TEL-USUARIO
           DISPLAY 'PLANO         : ' PLANO-USUARIO
           IF USUARIO-INATIVO
               DISPLAY 'STATUS        : INATIVO'
           ELSE
               IF USUARIO-BLOQUEADO
                   DISPLAY 'STATUS        : BLOQUEADO'
               ELSE
                   DISPLAY 'STATUS        : ATIVO'
               END-IF
           END-IF
           DISPLAY 'FALHAS LOGIN  : ' FALHAS-LOGIN
           IF DT-INATIVACAO IS NUMERIC AND DT-INATIVACAO > 0
               MOVE DT-INATIVACAO TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               DISPLAY 'INATIVADO EM  : ' WS-DATA-EXIBE
           END-IF
           IF DT-TROCA-SENHA IS NUMERIC AND DT-TROCA-SENHA > 0
               MOVE DT-TROCA-SENHA TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               DISPLAY 'TROCA SENHA   : ' WS-DATA-EXIBE
           END-IF
           DISPLAY 'ULT. MANUTENC.: ' DT-ULT-MANUTENCAO

           PERFORM P110-FECHA-CADASTRO

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

       P110-FECHA-CADASTRO.

           IF USUARIO-DISPONIVEL
               CLOSE USUARIO
           END-IF

           IF HIST-DISPONIVEL
               CLOSE HISTORICO
           END-IF

           .
       P200-LOG-CORRENTE.

           SET FS-LOG-OK TO TRUE
           OPEN INPUT LOGUSU

           IF NOT FS-LOG-OK
               GO TO P200-EXIT
           END-IF

           SET EOF-LOG TO FALSE
           PERFORM P201-LE-LOG UNTIL EOF-LOG

           CLOSE LOGUSU

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

       P201-LE-LOG.

           READ LOGUSU
               AT END
                   SET EOF-LOG TO TRUE
               NOT AT END
                   IF LOG-ID-USUARIO = WS-ID-USUARIO
                       MOVE LOG-DATA-HORA TO WS-NOVO-DATA-HORA
                       MOVE 'LOG'         TO WS-NOVO-FONTE
                       MOVE SPACES        TO WS-NOVO-TEXTO
                       STRING LOG-OPERADOR ' ' LOG-RESULTADO
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
      * CTRLARC.DAT DIZ QUAIS ARQUIVOS MORTOS O LOGMES JA GEROU - UMA
      * DATA REPETIDA (FECHAMENTO REEXECUTADO NO DIA) E LIDA UMA VEZ.
       P210-LOGS-ARQUIVADOS.

           MOVE 0 TO WS-QTD-ARQ
           SET FS-ARC-OK TO TRUE
           OPEN INPUT CTRLARC

           IF NOT FS-ARC-OK
               GO TO P210-EXIT
           END-IF

           SET EOF-ARC TO FALSE
           PERFORM P211-LE-INDICE UNTIL EOF-ARC

           CLOSE CTRLARC

           PERFORM P213-LE-ARQUIVO-MORTO
               VARYING WS-SUB-ARQ FROM 1 BY 1
               UNTIL WS-SUB-ARQ > WS-QTD-ARQ

           GO TO P210-EXIT.

       P210-EXIT.
           EXIT.

       P211-LE-INDICE.

           READ CTRLARC
               AT END
                   SET EOF-ARC TO TRUE
               NOT AT END
                   IF ARC-DATA-ARQUIVO IS NUMERIC
                       MOVE ARC-DATA-ARQUIVO TO WS-DATA-PROCURADA
                       SET DATA-ACHOU TO FALSE
                       PERFORM P212-COMPARA-ARQUIVO
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
       P212-COMPARA-ARQUIVO.

           IF WS-ARQ-DATA (WS-SUB-ARQ) = WS-DATA-PROCURADA
               SET DATA-ACHOU TO TRUE
           END-IF

           .
       P213-LE-ARQUIVO-MORTO.

           MOVE SPACES TO WS-NOME-MORTO
           STRING 'C:\ArqCobol\LOGARC.' WS-ARQ-DATA (WS-SUB-ARQ)
                  '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-MORTO

           SET FS-MORTO-OK TO TRUE
           OPEN INPUT ARQUIVO-MORTO

           IF FS-MORTO-OK
               SET EOF-MORTO TO FALSE
               PERFORM P214-LE-MORTO UNTIL EOF-MORTO
               CLOSE ARQUIVO-MORTO
           ELSE
               DISPLAY 'AVISO - ARQUIVO MORTO ' WS-NOME-MORTO
                       ' INDISPONIVEL (FS ' WS-FS-MORTO ')'
           END-IF

           .
       P214-LE-MORTO.

           READ ARQUIVO-MORTO
               AT END
                   SET EOF-MORTO TO TRUE
               NOT AT END
                   IF MOR-ID-USUARIO = WS-ID-USUARIO
                       MOVE MOR-DATA-HORA TO WS-NOVO-DATA-HORA
                       MOVE 'LOGARC'      TO WS-NOVO-FONTE
                       MOVE SPACES        TO WS-NOVO-TEXTO
                       STRING MOR-OPERADOR ' ' MOR-RESULTADO
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
       P230-TROCAS-PLANO.

           SET FS-PCH-OK TO TRUE
           OPEN INPUT PLANHIST

           IF NOT FS-PCH-OK
               GO TO P230-EXIT
           END-IF

           SET EOF-PCH TO FALSE
           PERFORM P231-LE-TROCA UNTIL EOF-PCH

           CLOSE PLANHIST

           GO TO P230-EXIT.

       P230-EXIT.
           EXIT.

       P231-LE-TROCA.

           READ PLANHIST
               AT END
                   SET EOF-PCH TO TRUE
               NOT AT END
                   IF PCH-ID-USUARIO = WS-ID-USUARIO
                       MOVE PCH-DATA-EFETIVA TO WS-NOVO-DATA-HORA
                       MOVE 'PLANO'          TO WS-NOVO-FONTE
                       MOVE SPACES           TO WS-NOVO-TEXTO
                       STRING 'TROCA DE PLANO ' PCH-PLANO-ANTERIOR
                              ' PARA ' PCH-PLANO-NOVO
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
      * AS COMPETENCIAS FATURADAS SAO AS REGISTRADAS EM CTRLFAT.DAT;
      * UMA COMPETENCIA REGERADA APARECE MAIS DE UMA VEZ NO CONTROLE
      * MAS SO O ARQUIVO FINAL EXISTE, ENTAO E LIDA UMA VEZ SO.
       P240-FATURAS.

           MOVE 0 TO WS-QTD-CMP
           SET FS-CTF-OK TO TRUE
           OPEN INPUT CTRLFAT

           IF NOT FS-CTF-OK
               GO TO P240-EXIT
           END-IF

           SET EOF-CTF TO FALSE
           PERFORM P241-LE-CONTROLE UNTIL EOF-CTF

           CLOSE CTRLFAT

           PERFORM P243-LE-COMPETENCIA
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           GO TO P240-EXIT.

       P240-EXIT.
           EXIT.

       P241-LE-CONTROLE.

           READ CTRLFAT
               AT END
                   SET EOF-CTF TO TRUE
               NOT AT END
                   IF CTF-COMPETENCIA IS NUMERIC
                       MOVE CTF-COMPETENCIA TO WS-COMPETENCIA
                       SET DATA-ACHOU TO FALSE
                       PERFORM P242-COMPARA-COMPET
                           VARYING WS-SUB-CMP FROM 1 BY 1
                           UNTIL WS-SUB-CMP > WS-QTD-CMP
                              OR DATA-ACHOU
                       IF NOT DATA-ACHOU AND WS-QTD-CMP < 120
                           ADD 1 TO WS-QTD-CMP
                           MOVE CTF-COMPETENCIA
                                TO WS-CMP-COMPET (WS-QTD-CMP)
                       END-IF
                   END-IF
           END-READ

           .
       P242-COMPARA-COMPET.

           IF WS-CMP-COMPET (WS-SUB-CMP) = WS-COMPETENCIA
               SET DATA-ACHOU TO TRUE
           END-IF

           .
       P243-LE-COMPETENCIA.

           MOVE WS-CMP-COMPET (WS-SUB-CMP) TO WS-COMPETENCIA
           MOVE SPACES TO WS-NOME-FATURAS
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS

           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURAS

           IF FS-FAT-OK
               SET EOF-FAT TO FALSE
               PERFORM P244-LE-FATURA UNTIL EOF-FAT
               CLOSE FATURAS
           END-IF

           .
      * FATURAS ANTERIORES AO CONTROLE DE CREDITO E DE NOSSO NUMERO
      * NAO TRAZEM ESSES CAMPOS - SO SAO EXIBIDOS QUANDO NUMERICOS.
       P244-LE-FATURA.

           READ FATURAS
               AT END
                   SET EOF-FAT TO TRUE
               NOT AT END
                   IF FAT-ID-USUARIO = WS-ID-USUARIO
                       MOVE FAT-DATA-GERACAO TO WS-NOVO-DATA-HORA
                       MOVE 'FATURA'         TO WS-NOVO-FONTE
                       MOVE FAT-VALOR        TO WS-VALOR-EDIT
                       MOVE SPACES           TO WS-NOVO-TEXTO
                       STRING 'COMPET ' FAT-COMPETENCIA
                              ' PLANO ' FAT-PLANO-CODIGO
                              ' VALOR ' WS-VALOR-EDIT
                              ' VENC DIA ' FAT-DIA-VENCIMENTO
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       IF FAT-CREDITO-ABATIDO IS NUMERIC
                        AND FAT-CREDITO-ABATIDO > 0
                           MOVE FAT-CREDITO-ABATIDO TO WS-VALOR-EDIT2
                           STRING ' CRED ' WS-VALOR-EDIT2
                               DELIMITED BY SIZE
                               INTO WS-NOVO-TEXTO (52:15)
                       END-IF
                       IF FAT-NOSSO-NUMERO IS NUMERIC
                        AND FAT-NOSSO-NUMERO > 0
                           STRING ' NN ' FAT-NOSSO-NUMERO
                               DELIMITED BY SIZE
                               INTO WS-NOVO-TEXTO (67:14)
                       END-IF
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
       P250-PAGAMENTOS.

           SET FS-PAGA-OK TO TRUE
           OPEN INPUT PAGAS

           IF NOT FS-PAGA-OK
               GO TO P250-EXIT
           END-IF

           SET EOF-PAGA TO FALSE
           PERFORM P251-LE-PAGA UNTIL EOF-PAGA

           CLOSE PAGAS

           GO TO P250-EXIT.

       P250-EXIT.
           EXIT.

       P251-LE-PAGA.

           READ PAGAS INTO WS-FAT-PAGA
               AT END
                   SET EOF-PAGA TO TRUE
               NOT AT END
                   IF WS-PAGA-ID = WS-ID-USUARIO
                       MOVE WS-PAGA-DATA-PGTO TO WS-NOVO-DATA-HORA
                       MOVE 'PAGTO'           TO WS-NOVO-FONTE
                       MOVE WS-PAGA-VALOR     TO WS-VALOR-EDIT
                       MOVE SPACES            TO WS-NOVO-TEXTO
                       STRING 'COMPET ' WS-PAGA-COMPET
                              ' PLANO ' WS-PAGA-PLANO
                              ' VALOR PAGO ' WS-VALOR-EDIT
                           DELIMITED BY SIZE INTO WS-NOVO-TEXTO
                       IF WS-PAGA-NOSSO-NUMERO IS NUMERIC
                        AND WS-PAGA-NOSSO-NUMERO > 0
                           STRING ' NN ' WS-PAGA-NOSSO-NUMERO
                               DELIMITED BY SIZE
                               INTO WS-NOVO-TEXTO (67:14)
                       END-IF
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
       P260-CREDITOS.

           SET FS-CRE-OK TO TRUE
           OPEN INPUT CREDITO

           IF NOT FS-CRE-OK
               GO TO P260-EXIT
           END-IF

           SET EOF-CRE TO FALSE
           PERFORM P261-LE-CREDITO UNTIL EOF-CRE

           CLOSE CREDITO

           GO TO P260-EXIT.

       P260-EXIT.
           EXIT.

       P261-LE-CREDITO.

           READ CREDITO
               AT END
                   SET EOF-CRE TO TRUE
               NOT AT END
                   IF CRE-ID-USUARIO = WS-ID-USUARIO
                       MOVE CRE-DATA-ORIGEM    TO WS-NOVO-DATA-HORA
                       MOVE 'CREDITO'          TO WS-NOVO-FONTE
                       MOVE CRE-VALOR-ORIGINAL TO WS-VALOR-EDIT
                       MOVE CRE-SALDO          TO WS-VALOR-EDIT2
                       MOVE SPACES             TO WS-NOVO-TEXTO
                       EVALUATE TRUE
                           WHEN CRE-SEM-FATURA
                               MOVE 'PAGAMENTO SEM FATURA'
                                                TO WS-NOVO-TEXTO
                           WHEN CRE-EXCEDENTE
                               MOVE 'SOBRA DE PAGAMENTO'
                                                TO WS-NOVO-TEXTO
                           WHEN OTHER
                               MOVE 'DEVOLVIDO NA REGERACAO'
                                                TO WS-NOVO-TEXTO
                       END-EVALUATE
                       STRING ' VALOR ' WS-VALOR-EDIT
                              ' SALDO ' WS-VALOR-EDIT2
                           DELIMITED BY SIZE
                           INTO WS-NOVO-TEXTO (23:34)
                       PERFORM P800-ADICIONA-EVENTO
                   END-IF
           END-READ

           .
      * CLASSIFICACAO SIMPLES POR TROCA, QUE MANTEM NA ORDEM DE
      * LEITURA AS OCORRENCIAS DE MESMA DATA/HORA.
       P410-ORDENA-EVENTO.

           COMPUTE WS-SUB-EVT3 = WS-SUB-EVT2 + 1

           IF WS-EVT-DATA-HORA (WS-SUB-EVT2)
                                  > WS-EVT-DATA-HORA (WS-SUB-EVT3)
               MOVE WS-EVT-ENTRADA (WS-SUB-EVT2) TO WS-EVT-TROCA
               MOVE WS-EVT-ENTRADA (WS-SUB-EVT3)
                                   TO WS-EVT-ENTRADA (WS-SUB-EVT2)
               MOVE WS-EVT-TROCA   TO WS-EVT-ENTRADA (WS-SUB-EVT3)
           END-IF

           .
       P500-EXIBE-LINHA-TEMPO.

           DISPLAY ' '
           DISPLAY '--- LINHA DO TEMPO ---------------------------'
           DISPLAY 'DATA       HORA  ORIGEM  OCORRENCIA'

           IF WS-QTD-EVENTOS = 0
               DISPLAY 'NENHUMA OCORRENCIA ENCONTRADA PARA O ID'
           END-IF

           PERFORM P510-LINHA-EVENTO
               VARYING WS-SUB-EVT FROM 1 BY 1
               UNTIL WS-SUB-EVT > WS-QTD-EVENTOS

           IF EVT-ESTOURO
               DISPLAY 'AVISO - MAIS DE 3000 OCORRENCIAS - AS '
                       'EXCEDENTES NAO FORAM EXIBIDAS'
           END-IF

           .
       P510-LINHA-EVENTO.

           MOVE WS-EVT-DATA-HORA (WS-SUB-EVT) (1:8) TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           MOVE WS-DATA-EXIBE TO WS-TL-DATA

           IF WS-EVT-DATA-HORA (WS-SUB-EVT) (9:4) = SPACES
               MOVE SPACES TO WS-TL-HORA
           ELSE
               MOVE SPACES TO WS-TL-HORA
               STRING WS-EVT-DATA-HORA (WS-SUB-EVT) (9:2) ':'
                      WS-EVT-DATA-HORA (WS-SUB-EVT) (11:2)
                   DELIMITED BY SIZE INTO WS-TL-HORA
           END-IF

           MOVE WS-EVT-FONTE (WS-SUB-EVT) TO WS-TL-FONTE
           MOVE WS-EVT-TEXTO (WS-SUB-EVT) TO WS-TL-TEXTO
           DISPLAY WS-LINHA-TL

           .
       P600-EM-ABERTO.

           DISPLAY ' '
           DISPLAY '--- FATURAS EM ABERTO -----------------------'

           MOVE 0 TO WS-QTD-ABE-ID
           MOVE 0 TO WS-TOTAL-EM-ABERTO
           SET FS-ABE-OK TO TRUE
           OPEN INPUT ABERTOS

           IF NOT FS-ABE-OK
               DISPLAY 'CARTEIRA DE CONTAS A RECEBER NAO DISPONIVEL'
               GO TO P600-EXIT
           END-IF

           SET EOF-ABE TO FALSE
           PERFORM P610-LE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           IF WS-QTD-ABE-ID = 0
               DISPLAY 'NENHUMA FATURA EM ABERTO'
           ELSE
               MOVE WS-TOTAL-EM-ABERTO TO WS-TOTAL-EDIT
               DISPLAY 'FATURAS EM ABERTO: ' WS-QTD-ABE-ID
                       '  TOTAL DEVIDO: ' WS-TOTAL-EDIT
           END-IF

           GO TO P600-EXIT.

       P600-EXIT.
           EXIT.

       P610-LE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ID-USUARIO = WS-ID-USUARIO AND ABE-ABERTA
                       ADD 1 TO WS-QTD-ABE-ID
                       ADD ABE-VALOR TO WS-TOTAL-EM-ABERTO
                       MOVE ABE-VALOR TO WS-VALOR-EDIT
                       IF ABE-NOSSO-NUMERO IS NUMERIC
                           DISPLAY 'COMPET ' ABE-COMPETENCIA
                                   ' PLANO ' ABE-PLANO-CODIGO
                                   ' VALOR ' WS-VALOR-EDIT
                                   ' EM ABERTO HA ' ABE-DIAS-ABERTO
                                   ' DIAS  NN ' ABE-NOSSO-NUMERO
                       ELSE
                           DISPLAY 'COMPET ' ABE-COMPETENCIA
                                   ' PLANO ' ABE-PLANO-CODIGO
                                   ' VALOR ' WS-VALOR-EDIT
                                   ' EM ABERTO HA ' ABE-DIAS-ABERTO
                                   ' DIAS'
                       END-IF
                   END-IF
           END-READ

           .
      * PERFIL.DAT E INDEXADO POR ID + SEQUENCIA: POSICIONA NO
      * PRIMEIRO PERFIL DO ID E LE ENQUANTO O ID FOR O MESMO.
       P700-PERFIS.

           DISPLAY ' '
           DISPLAY '--- PERFIS DE VISUALIZACAO ------------------'

           MOVE 0 TO WS-QTD-PERFIS
           SET FS-PRF-OK TO TRUE
           OPEN INPUT PERFIL

           IF NOT FS-PRF-OK
               DISPLAY 'NENHUM PERFIL CADASTRADO'
               GO TO P700-EXIT
           END-IF

           MOVE WS-ID-USUARIO TO PRF-ID-USUARIO
           MOVE 0             TO PRF-SEQUENCIA
           SET EOF-PRF TO FALSE

           START PERFIL KEY NOT < PRF-CHAVE
               INVALID KEY
                   SET EOF-PRF TO TRUE
           END-START

           PERFORM P710-LE-PERFIL UNTIL EOF-PRF

           CLOSE PERFIL

           IF WS-QTD-PERFIS = 0
               DISPLAY 'NENHUM PERFIL CADASTRADO'
           END-IF

           GO TO P700-EXIT.

       P700-EXIT.
           EXIT.

       P710-LE-PERFIL.

           READ PERFIL NEXT RECORD
               AT END
                   SET EOF-PRF TO TRUE
               NOT AT END
                   IF PRF-ID-USUARIO NOT = WS-ID-USUARIO
                       SET EOF-PRF TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-PERFIS
                       IF PRF-ATIVO
                           DISPLAY 'PERFIL ' PRF-SEQUENCIA ' '
                                   PRF-NOME ' ATIVO'
                       ELSE
                           DISPLAY 'PERFIL ' PRF-SEQUENCIA ' '
                                   PRF-NOME ' INATIVO'
                       END-IF
                   END-IF
           END-READ

           .
       P800-ADICIONA-EVENTO.

           IF WS-QTD-EVENTOS < 3000
               ADD 1 TO WS-QTD-EVENTOS
               MOVE WS-NOVO-DATA-HORA
                    TO WS-EVT-DATA-HORA (WS-QTD-EVENTOS)
               MOVE WS-NOVO-FONTE TO WS-EVT-FONTE (WS-QTD-EVENTOS)
               MOVE WS-NOVO-TEXTO TO WS-EVT-TEXTO (WS-QTD-EVENTOS)
           ELSE
               SET EVT-ESTOURO TO TRUE
           END-IF

           .
       P850-FORMATA-DATA.

           MOVE SPACES TO WS-DATA-EXIBE
           STRING WS-DATA-ENTRA (7:2) '/' WS-DATA-ENTRA (5:2) '/'
                  WS-DATA-ENTRA (1:4)
               DELIMITED BY SIZE INTO WS-DATA-EXIBE

           .
       P300-FIM.
       P900-FIM.
            STOP RUN.
       END PROGRAM HISTASS.
