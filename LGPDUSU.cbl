      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: ATENDIMENTO AOS TITULARES DE DADOS (LGPD) - INFORMADO
      * O ID E A DATA DO PEDIDO, EXPORTA EM LGPDEXP.<PROTOCOLO>.DAT
      * TUDO O QUE O SISTEMA GUARDA DA PESSOA (CADASTRO OU HISTUSU,
      * PERFIS, FATURAS E REMESSAS DE TODAS AS COMPETENCIAS, CONTAS
      * EM ABERTO, PAGAMENTOS, CREDITOS, TROCAS DE PLANO, PROMOCOES,
      * LOG CORRENTE E ARQUIVADO, JORNAL E NOTIFICACOES) OU, NA
      * ELIMINACAO, ANONIMIZA NOME, E-MAIL, TELEFONE E NOMES DE
      * PERFIL EM TODOS ESSES ARQUIVOS, MANTENDO IDS E VALORES PARA
      * OS TOTAIS DE COBRANCA E A AUDITORIA CONTINUAREM FECHANDO.
      * CADA SOLICITACAO, ATENDIDA OU RECUSADA, VAI PARA O REGISTRO
      * LGPDREG.DAT COM AS DATAS DO PEDIDO, DO PRAZO LEGAL E DO
      * ATENDIMENTO. PROGRAMA SO DA ADMINISTRACAO, COM LOG DE TUDO.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDUSU.

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

               SELECT OPERADOR ASSIGN TO
               'C:\ArqCobol\OPERADOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

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

               SELECT REMESSA ASSIGN TO DYNAMIC WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

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

               SELECT NOTIFICA ASSIGN TO
               'C:\ArqCobol\NOTIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.

               SELECT LGPDREG ASSIGN TO
               'C:\ArqCobol\LGPDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LGP.

               SELECT EXPORTA ASSIGN TO DYNAMIC WS-NOME-EXPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXP.

               SELECT LGPDTMP ASSIGN TO
               'C:\ArqCobol\LGPDTMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

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

       FD OPERADOR.
           COPY CADOPE.

       FD JORNAL.
           COPY CADJRN.

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

       FD PROMOCOES.
           COPY CADPRO.

       FD CTRLFAT.
       01  REG-CTRLFAT.
           03  CTF-COMPETENCIA        PIC 9(06).
           03  FILLER                 PIC X(01).
           03  CTF-DATA-HORA          PIC X(14).

       FD FATURAS.
           COPY CADFAT.

       FD REMESSA.
           COPY CADREM.

       FD PAGAS.
       01  REG-PAGA                   PIC X(54).

       FD CREDITO.
           COPY CADCRE.

       FD ABERTOS.
           COPY CADABE.

       FD NOTIFICA.
           COPY CADNOT.

       FD LGPDREG.
           COPY CADLGP.

       FD EXPORTA.
       01  REG-EXPORTA                PIC X(132).

       FD LGPDTMP.
       01  REG-LGPDTMP                PIC X(565).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-MORTO               PIC 99.
           88 FS-MORTO-OK           VALUE 0.
           88 FS-MORTO-NAOACHOU     VALUE 35.
       77 WS-FS-EXP                 PIC 99.
           88 FS-EXP-OK             VALUE 0.
       77 WS-FS-TMP                 PIC 99.
           88 FS-TMP-OK             VALUE 0.
       77 WS-EOF-LOG                PIC X(01).
           88 EOF-LOG               VALUE 'S' FALSE 'N'.
       77 WS-EOF-MORTO              PIC X(01).
           88 EOF-MORTO             VALUE 'S' FALSE 'N'.
       77 WS-EOF-FAT                PIC X(01).
           88 EOF-FAT               VALUE 'S' FALSE 'N'.
       77 WS-EOF-REM                PIC X(01).
           88 EOF-REM               VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAGA               PIC X(01).
           88 EOF-PAGA              VALUE 'S' FALSE 'N'.
       77 WS-EOF-NOT                PIC X(01).
           88 EOF-NOT               VALUE 'S' FALSE 'N'.
       77 WS-EOF-TMP                PIC X(01).
           88 EOF-TMP               VALUE 'S' FALSE 'N'.
       77 WS-EXIT                   PIC X.
           88 EXIT-OK               VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                  PIC X(01).
           88 OPCAO-EXPORTA         VALUE '1'.
           88 OPCAO-ELIMINA         VALUE '2'.
           88 OPCAO-CONSULTA        VALUE '3'.
           88 OPCAO-SAIR            VALUE 'F' 'f'.
       77 WS-CONFIRMA               PIC X(01).
           88 CONFIRMA-SIM          VALUE 'S' 's'.
           88 CONFIRMA-NAO          VALUE 'N' 'n'.
       77 WS-SITUACAO-ID            PIC X(01).
           88 ID-NO-CADASTRO        VALUE 'C'.
           88 ID-EXPURGADO          VALUE 'H'.
           88 ID-DESCONHECIDO       VALUE 'D'.
       77 WS-TIPO-SOLICITACAO       PIC X(01).
           88 SOLIC-EXPORTACAO      VALUE 'E'.
           88 SOLIC-ELIMINACAO      VALUE 'A'.
       77 WS-SITUACAO-SOLIC         PIC X(01).
       77 WS-ANON-FALHA             PIC X(01).
           88 ANON-FALHA            VALUE 'S' FALSE 'N'.
       77 WS-DATA-ACHOU             PIC X(01).
           88 DATA-ACHOU            VALUE 'S' FALSE 'N'.
       77 WS-ID-USUARIO             PIC 9(06).
       77 WS-ID-CONSULTA            PIC 9(06).
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-DATA-TXT               PIC X(08).
       77 WS-DATA-PRAZO             PIC 9(08).
       77 WS-DATA-PROCURADA         PIC 9(08).
       77 WS-DT-PURGA               PIC 9(08).
       77 WS-REG-TITULAR            PIC X(261).
       77 WS-MOTIVO-RECUSA          PIC X(40).
       77 WS-OBSERVACAO             PIC X(40).
       77 WS-NOME-MORTO             PIC X(40).
       77 WS-ORIGEM-LOG             PIC X(15).
       77 WS-NHDR-EXIBE             PIC X(10).
       77 WS-QTD-ARQ                PIC 9(03) VALUE 0.
       77 WS-SUB-ARQ                PIC 9(03).
       77 WS-QTD-CMP                PIC 9(03) VALUE 0.
       77 WS-SUB-CMP                PIC 9(03).
       77 WS-QTD-SECAO              PIC 9(06).
       77 WS-QTD-EXPORTADOS         PIC 9(06).
       77 WS-QTD-ALTERADOS          PIC 9(06).
       77 WS-QTD-ANONIMIZADOS       PIC 9(06).
       77 WS-QTD-ANON-JRN           PIC 9(06).
       77 WS-QTD-ANON-CAD           PIC 9(06).
       77 WS-QTD-ANON-HIST          PIC 9(06).
       77 WS-QTD-ANON-PRF           PIC 9(06).
       77 WS-QTD-ANON-FAT           PIC 9(06).
       77 WS-QTD-ANON-REM           PIC 9(06).
       77 WS-QTD-ANON-NOT           PIC 9(06).
       77 WS-QTD-SOLICITACOES       PIC 9(06).
       77 WS-QTD-FORA-PRAZO         PIC 9(06).
       77 WS-QTD-RECUSADAS          PIC 9(06).
       77 WS-VALOR-EDIT             PIC ZZ.ZZ9,99.
       77 WS-VALOR-EDIT2            PIC ZZ.ZZ9,99.
       77 WS-VALOR-EDIT3            PIC ZZ.ZZ9,99.
       77 WS-VALOR-EDIT4            PIC ZZ.ZZ9,99.
       77 WS-DATA-EXIBE             PIC X(10).
       77 WS-DATA-ENTRA             PIC X(08).
       77 WS-HORA-EXIBE             PIC X(08).
       77 WS-HORA-ENTRA             PIC X(06).

       01 WS-DATA-SOLICITACAO       PIC 9(08).
       01 FILLER REDEFINES WS-DATA-SOLICITACAO.
           03 WS-DATA-SOLIC-ANO     PIC 9(04).
           03 WS-DATA-SOLIC-MES     PIC 9(02).
           03 WS-DATA-SOLIC-DIA     PIC 9(02).

       01 WS-TABELA-ARQUIVOS.
           03 WS-ARQ-DATA           PIC 9(08) OCCURS 240 TIMES.
       01 WS-TABELA-COMPET.
           03 WS-CMP-COMPET         PIC 9(06) OCCURS 120 TIMES.

       01 WS-LINHA-EXP              PIC X(132).

      * LINHA DA CONSULTA AO REGISTRO DE SOLICITACOES
       01 WS-LINHA-REG.
           03 WS-LR-PROTOCOLO       PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-ID              PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-TIPO            PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-SOLICITADA      PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-PRAZO           PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-ATENDIDA        PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-NO-PRAZO        PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-SITUACAO        PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-OBSERVACAO      PIC X(40).

       COPY "CADHIST2".
       COPY "CADPERF2".
       COPY "CADLOG2".
       COPY "CADOPE2".
       COPY "CADJRN2".
       COPY "CADARC2".
       COPY "CADPCH2".
       COPY "CADPRO2".
       COPY "CADFAT2".
       COPY "CADREM2".
       COPY "CADABE2".
       COPY "CADCRE2".
       COPY "CADNOT2".
       COPY "CADLGP2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** ATENDIMENTO A TITULARES DE DADOS (LGPD) ***'
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P020-IDENTIFICA-OPERADOR THRU P020-EXIT

           IF NOT OPERADOR-OK
               PERFORM P900-FIM
           END-IF

      * A EXPORTACAO REUNE TODOS OS DADOS PESSOAIS DO TITULAR E A
      * ELIMINACAO REGRAVA OS ARQUIVOS - O PROGRAMA INTEIRO E SO DA
      * ADMINISTRACAO.
           IF NOT OPERADOR-ADMIN
               DISPLAY 'PROGRAMA RESTRITO A ADMINISTRACAO '
                       '(PERFIL 3)!'
               MOVE 'LGPD - ACESSO NEGADO PELO PERFIL'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               PERFORM P900-FIM
           END-IF

           SET EXIT-OK              TO FALSE
           PERFORM P090-MENU        THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM

           .
       P020-IDENTIFICA-OPERADOR.

           PERFORM P021-CARREGA-OPERADORES
           SET OPERADOR-OK TO FALSE
           MOVE ZEROS      TO WS-TENTATIVAS-OPE
           MOVE ZEROS      TO WS-ID-USUARIO

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
      * AS COMPETENCIAS FATURADAS SAO AS REGISTRADAS EM CTRLFAT.DAT;
      * UMA COMPETENCIA REGERADA APARECE MAIS DE UMA VEZ NO CONTROLE
      * MAS SO O ARQUIVO FINAL EXISTE, ENTAO E LIDA UMA VEZ SO. A
      * REMESSA DE COBRANCA TEM A MESMA COMPETENCIA NO NOME.
       P040-CARREGA-COMPETENCIAS.

           MOVE 0 TO WS-QTD-CMP
           SET FS-CTF-OK TO TRUE
           OPEN INPUT CTRLFAT

           IF NOT FS-CTF-OK
               GO TO P040-EXIT
           END-IF

           SET EOF-CTF TO FALSE
           PERFORM P041-LE-CONTROLE UNTIL EOF-CTF

           CLOSE CTRLFAT

           GO TO P040-EXIT.

       P040-EXIT.
           EXIT.

       P041-LE-CONTROLE.

           READ CTRLFAT
               AT END
                   SET EOF-CTF TO TRUE
               NOT AT END
                   IF CTF-COMPETENCIA IS NUMERIC
                       MOVE CTF-COMPETENCIA TO WS-COMPETENCIA
                       SET DATA-ACHOU TO FALSE
                       PERFORM P042-COMPARA-COMPET
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
       P042-COMPARA-COMPET.

           IF WS-CMP-COMPET (WS-SUB-CMP) = WS-COMPETENCIA
               SET DATA-ACHOU TO TRUE
           END-IF

           .
       P043-MONTA-NOMES.

           MOVE WS-CMP-COMPET (WS-SUB-CMP) TO WS-COMPETENCIA
           MOVE SPACES TO WS-NOME-FATURAS
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS
           MOVE SPACES TO WS-NOME-REMESSA
           STRING 'C:\ArqCobol\REMESSA.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-REMESSA

           .
      * CTRLARC.DAT DIZ QUAIS ARQUIVOS MORTOS O LOGMES JA GEROU - UMA
      * DATA REPETIDA (FECHAMENTO REEXECUTADO NO DIA) E LIDA UMA VEZ.
       P045-CARREGA-ARQUIVOS.

           MOVE 0 TO WS-QTD-ARQ
           SET FS-ARC-OK TO TRUE
           OPEN INPUT CTRLARC

           IF NOT FS-ARC-OK
               GO TO P045-EXIT
           END-IF

           SET EOF-ARC TO FALSE
           PERFORM P046-LE-INDICE UNTIL EOF-ARC

           CLOSE CTRLARC

           GO TO P045-EXIT.

       P045-EXIT.
           EXIT.

       P046-LE-INDICE.

           READ CTRLARC
               AT END
                   SET EOF-ARC TO TRUE
               NOT AT END
                   IF ARC-DATA-ARQUIVO IS NUMERIC
                       MOVE ARC-DATA-ARQUIVO TO WS-DATA-PROCURADA
                       SET DATA-ACHOU TO FALSE
                       PERFORM P047-COMPARA-ARQUIVO
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
       P047-COMPARA-ARQUIVO.

           IF WS-ARQ-DATA (WS-SUB-ARQ) = WS-DATA-PROCURADA
               SET DATA-ACHOU TO TRUE
           END-IF

           .
      * O PRAZO LEGAL CONTA DA DATA EM QUE O TITULAR FEZ O PEDIDO
      * (QUE PODE TER CHEGADO ANTES, POR E-MAIL OU CARTA), NAO DA
      * DATA DO ATENDIMENTO.
       P050-PEDE-SOLICITACAO.

           DISPLAY 'Informe o ID do titular: '
           ACCEPT WS-ID-USUARIO

           IF WS-ID-USUARIO = 0
               DISPLAY 'ID INVALIDO!'
               GO TO P050-PEDE-SOLICITACAO
           END-IF

           DISPLAY 'Informe a data do pedido do titular (AAAAMMDD, '
                   'em branco = hoje): '
           PERFORM P051-PEDE-DATA THRU P051-EXIT

           COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-SOLICITACAO)
                + WS-LGPD-PRAZO-DIAS)

           PERFORM P055-LOCALIZA-TITULAR

           GO TO P050-EXIT.

       P050-EXIT.
           EXIT.

       P051-PEDE-DATA.

           MOVE SPACES TO WS-DATA-TXT
           ACCEPT WS-DATA-TXT

           IF WS-DATA-TXT = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-SOLICITACAO
               GO TO P051-EXIT
           END-IF

           IF WS-DATA-TXT NOT NUMERIC
               DISPLAY 'DATA INVALIDA - INFORME NOVAMENTE (AAAAMMDD): '
               GO TO P051-PEDE-DATA
           END-IF

           MOVE WS-DATA-TXT TO WS-DATA-SOLICITACAO

           IF WS-DATA-SOLIC-ANO < 2022
            OR WS-DATA-SOLIC-MES < 01 OR WS-DATA-SOLIC-MES > 12
            OR WS-DATA-SOLIC-DIA < 01 OR WS-DATA-SOLIC-DIA > 31
               DISPLAY 'DATA INVALIDA - INFORME NOVAMENTE (AAAAMMDD): '
               GO TO P051-PEDE-DATA
           END-IF

      * DIA INEXISTENTE NO MES (31/04, 30/02...) NAO VOLTA IGUAL
      * DA CONVERSAO PARA DIAS CORRIDOS.
           IF FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-DATA-SOLICITACAO))
                  NOT = WS-DATA-SOLICITACAO
               DISPLAY 'DATA INVALIDA - INFORME NOVAMENTE (AAAAMMDD): '
               GO TO P051-PEDE-DATA
           END-IF

           IF WS-DATA-SOLICITACAO > WS-DATA-HOJE
               DISPLAY 'DATA POSTERIOR A HOJE - INFORME NOVAMENTE '
                       '(AAAAMMDD): '
               GO TO P051-PEDE-DATA
           END-IF

           GO TO P051-EXIT.

       P051-EXIT.
           EXIT.

      * O CADASTRO ATUAL VEM DE USUARIO.DAT; NAO ACHANDO, O ID PODE
      * TER SIDO EXPURGADO - O REGISTRO GUARDADO EM HISTUSU.DAT TEM
      * O MESMO LAYOUT. A IMAGEM ACHADA FICA EM WS-REG-TITULAR.
       P055-LOCALIZA-TITULAR.

           SET ID-DESCONHECIDO TO TRUE
           MOVE SPACES TO WS-REG-TITULAR
           MOVE 0      TO WS-DT-PURGA

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO
           IF FS-OK
               MOVE WS-ID-USUARIO TO ID-USUARIO
               READ USUARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ID-NO-CADASTRO TO TRUE
                       MOVE REG-USUARIOS TO WS-REG-TITULAR
               END-READ
               CLOSE USUARIO
           END-IF

           IF ID-DESCONHECIDO
               SET FS-HIST-OK TO TRUE
               OPEN INPUT HISTORICO
               IF FS-HIST-OK
                   MOVE WS-ID-USUARIO TO HIST-ID-USUARIO
                   READ HISTORICO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ID-EXPURGADO TO TRUE
                           MOVE HIST-REG-USUARIO TO WS-REG-TITULAR
                           MOVE HIST-DT-PURGA    TO WS-DT-PURGA
                   END-READ
                   CLOSE HISTORICO
               END-IF
           END-IF

           .
       P057-INICIALIZA-LOG.

           SET FS-LOG-OK      TO TRUE
           OPEN EXTEND LOGUSU

           IF FS-LOG-NAOACHOU
               OPEN OUTPUT LOGUSU
           END-IF

           .
       P058-INICIALIZA-JORNAL.

           SET FS-JRN-OK      TO TRUE
           OPEN EXTEND JORNAL

           IF FS-JRN-NAOACHOU
               OPEN OUTPUT JORNAL
           END-IF

           .
      * O PROTOCOLO E O MAIOR JA REGISTRADO MAIS UM.
       P060-PROXIMO-PROTOCOLO.

           MOVE 0 TO WS-PROTOCOLO
           SET FS-LGP-OK TO TRUE
           OPEN INPUT LGPDREG

           IF FS-LGP-OK
               SET EOF-LGP TO FALSE
               PERFORM P061-LE-PROTOCOLO UNTIL EOF-LGP
               CLOSE LGPDREG
           END-IF

           ADD 1 TO WS-PROTOCOLO

           .
       P061-LE-PROTOCOLO.

           READ LGPDREG
               AT END
                   SET EOF-LGP TO TRUE
               NOT AT END
                   IF LGP-PROTOCOLO IS NUMERIC
                    AND LGP-PROTOCOLO > WS-PROTOCOLO
                       MOVE LGP-PROTOCOLO TO WS-PROTOCOLO
                   END-IF
           END-READ

           .
      * A RECUSA TAMBEM E RESPOSTA AO TITULAR E ENTRA NO REGISTRO,
      * COM O MOTIVO NA OBSERVACAO.
       P070-RECUSA-SOLICITACAO.

           PERFORM P060-PROXIMO-PROTOCOLO
           DISPLAY 'SOLICITACAO RECUSADA: ' WS-MOTIVO-RECUSA
           DISPLAY 'PROTOCOLO: ' WS-PROTOCOLO
           MOVE 'R'                 TO WS-SITUACAO-SOLIC
           MOVE 0                   TO WS-QTD-ANONIMIZADOS
           MOVE WS-MOTIVO-RECUSA    TO WS-OBSERVACAO
           PERFORM P080-REGISTRA-SOLICITACAO
           MOVE 'LGPD - SOLICITACAO RECUSADA'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           .
       P080-REGISTRA-SOLICITACAO.

           MOVE SPACES                  TO REG-LGPD
           MOVE WS-PROTOCOLO            TO LGP-PROTOCOLO
           MOVE WS-ID-USUARIO           TO LGP-ID-USUARIO
           MOVE WS-TIPO-SOLICITACAO     TO LGP-TIPO
           MOVE WS-DATA-SOLICITACAO     TO LGP-DATA-SOLICITACAO
           MOVE WS-DATA-PRAZO           TO LGP-DATA-PRAZO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                        TO LGP-DATA-HORA-ATEND
           IF WS-DATA-HOJE > WS-DATA-PRAZO
               SET LGP-FORA-PRAZO       TO TRUE
           ELSE
               SET LGP-DENTRO-PRAZO     TO TRUE
           END-IF
           MOVE WS-SITUACAO-SOLIC       TO LGP-SITUACAO
           IF SOLIC-EXPORTACAO
               MOVE WS-QTD-EXPORTADOS   TO LGP-QTD-REGISTROS
           ELSE
               MOVE WS-QTD-ANONIMIZADOS TO LGP-QTD-REGISTROS
           END-IF
           MOVE WS-OPERADOR-ATUAL       TO LGP-OPERADOR
           MOVE WS-OBSERVACAO           TO LGP-OBSERVACAO

           SET FS-LGP-OK TO TRUE
           OPEN EXTEND LGPDREG

           IF FS-LGP-NAOACHOU
               OPEN OUTPUT LGPDREG
           END-IF

           IF NOT FS-LGP-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO LGPDREG.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-LGP
           ELSE
               WRITE REG-LGPD
               CLOSE LGPDREG
               IF LGP-FORA-PRAZO
                   DISPLAY 'ATENCAO - ATENDIDA FORA DO PRAZO LEGAL ('
                           WS-LGPD-PRAZO-DIAS ' DIAS)'
               END-IF
           END-IF

           .
       P090-MENU.

           DISPLAY ' '
           DISPLAY '1 - EXPORTAR OS DADOS PESSOAIS DO TITULAR'
           DISPLAY '2 - ELIMINAR (ANONIMIZAR) OS DADOS DO TITULAR'
           DISPLAY '3 - CONSULTAR O REGISTRO DE SOLICITACOES'
           DISPLAY 'F - FINALIZAR'
           DISPLAY 'Informe a opcao desejada: '
           ACCEPT WS-OPCAO

           IF OPCAO-SAIR
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

           IF OPCAO-EXPORTA
               GO TO P100-EXPORTA
           END-IF

           IF OPCAO-ELIMINA
               GO TO P400-ELIMINA
           END-IF

           IF OPCAO-CONSULTA
               GO TO P600-CONSULTA
           END-IF

           DISPLAY 'OPCAO INVALIDA!'
           GO TO P090-MENU.

      * EXPORTACAO LEGIVEL DE TUDO O QUE HA DO TITULAR, SECAO POR
      * ARQUIVO DE ORIGEM. A SENHA E O PIN DOS PERFIS NAO SAO
      * EXPORTADOS - SO SE INFORMA QUE EXISTEM.
       P100-EXPORTA.

           SET SOLIC-EXPORTACAO TO TRUE
           PERFORM P050-PEDE-SOLICITACAO THRU P050-EXIT

           IF ID-DESCONHECIDO
               MOVE 'TITULAR NAO ENCONTRADO NO CADASTRO'
                                    TO WS-MOTIVO-RECUSA
               PERFORM P070-RECUSA-SOLICITACAO
               GO TO P300-FIM
           END-IF

           PERFORM P060-PROXIMO-PROTOCOLO

           MOVE SPACES TO WS-NOME-EXPORTACAO
           STRING 'C:\ArqCobol\LGPDEXP.' WS-PROTOCOLO '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-EXPORTACAO

           SET FS-EXP-OK TO TRUE
           OPEN OUTPUT EXPORTA

           IF NOT FS-EXP-OK
               DISPLAY 'ERRO AO CRIAR ' WS-NOME-EXPORTACAO
               DISPLAY 'FILE STATUS: ' WS-FS-EXP
               MOVE 'LGPD - ERRO AO GRAVAR A EXPORTACAO'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           MOVE 0      TO WS-QTD-EXPORTADOS
           MOVE SPACES TO WS-LINHA-EXP

           PERFORM P110-EXP-CABECALHO
           PERFORM P120-EXP-CADASTRO
           PERFORM P130-EXP-PERFIS       THRU P130-EXIT
           PERFORM P040-CARREGA-COMPETENCIAS THRU P040-EXIT
           PERFORM P140-EXP-FATURAS
           PERFORM P145-EXP-REMESSAS
           PERFORM P150-EXP-ABERTOS      THRU P150-EXIT
           PERFORM P155-EXP-PAGAMENTOS   THRU P155-EXIT
           PERFORM P160-EXP-CREDITOS     THRU P160-EXIT
           PERFORM P165-EXP-TROCAS       THRU P165-EXIT
           PERFORM P170-EXP-PROMOCOES    THRU P170-EXIT
           PERFORM P180-EXP-LOG          THRU P180-EXIT
           PERFORM P185-EXP-JORNAL       THRU P185-EXIT
           PERFORM P190-EXP-NOTIFICACOES THRU P190-EXIT

           MOVE SPACES TO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING 'TOTAL DE REGISTROS EXPORTADOS: ' WS-QTD-EXPORTADOS
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           CLOSE EXPORTA

           MOVE 'C'                 TO WS-SITUACAO-SOLIC
           MOVE WS-NOME-EXPORTACAO  TO WS-OBSERVACAO
           PERFORM P080-REGISTRA-SOLICITACAO

           MOVE 'LGPD - DADOS PESSOAIS EXPORTADOS'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           DISPLAY 'PROTOCOLO            : ' WS-PROTOCOLO
           DISPLAY 'REGISTROS EXPORTADOS : ' WS-QTD-EXPORTADOS
           DISPLAY 'EXPORTACAO GRAVADA EM ' WS-NOME-EXPORTACAO

           GO TO P300-FIM.

       P110-EXP-CABECALHO.

           MOVE 'CAPFLIX - DADOS PESSOAIS DO TITULAR (LGPD)'
                                    TO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           STRING 'PROTOCOLO: ' WS-PROTOCOLO
                  '   ID DO TITULAR: ' WS-ID-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           MOVE WS-DATA-SOLICITACAO TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           STRING 'PEDIDO DO TITULAR EM: ' WS-DATA-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           MOVE WS-DATA-PRAZO TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           STRING '   PRAZO LEGAL: ' WS-DATA-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-EXP (33:27)
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-DATA-ENTRA
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-ENTRA
           PERFORM P850-FORMATA-DATA
           PERFORM P855-FORMATA-HORA
           STRING '   GERADO EM: ' WS-DATA-EXIBE ' ' WS-HORA-EXIBE
                  '   OPERADOR: ' WS-OPERADOR-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-EXP (60:70)
           PERFORM P820-GRAVA-EXPORTA

           .
       P120-EXP-CADASTRO.

           MOVE '--- DADOS CADASTRAIS' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           MOVE WS-REG-TITULAR TO REG-USUARIOS
           ADD 1 TO WS-QTD-EXPORTADOS

           IF ID-EXPURGADO
               MOVE WS-DT-PURGA TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               STRING 'ORIGEM          : HISTUSU.DAT (EXPURGADO EM '
                      WS-DATA-EXIBE ')'
                   DELIMITED BY SIZE INTO WS-LINHA-EXP
           ELSE
               MOVE 'ORIGEM          : USUARIO.DAT (CADASTRO ATUAL)'
                                    TO WS-LINHA-EXP
           END-IF
           PERFORM P820-GRAVA-EXPORTA

           STRING 'ID              : ' ID-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING 'NOME            : ' NM-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING 'E-MAIL          : ' EMAIL-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING 'TELEFONE        : ' TEL-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING 'PLANO           : ' PLANO-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           IF USUARIO-INATIVO
               MOVE 'SITUACAO        : INATIVO' TO WS-LINHA-EXP
           ELSE
               IF USUARIO-BLOQUEADO
                   MOVE 'SITUACAO        : BLOQUEADO' TO WS-LINHA-EXP
               ELSE
                   MOVE 'SITUACAO        : ATIVO' TO WS-LINHA-EXP
               END-IF
           END-IF
           PERFORM P820-GRAVA-EXPORTA

           STRING 'FALHAS DE LOGIN : ' FALHAS-LOGIN
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           IF DT-TROCA-SENHA IS NUMERIC AND DT-TROCA-SENHA > 0
               MOVE DT-TROCA-SENHA TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               STRING 'TROCA DE SENHA  : ' WS-DATA-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-EXP
               PERFORM P820-GRAVA-EXPORTA
           END-IF

           IF DT-INATIVACAO IS NUMERIC AND DT-INATIVACAO > 0
               MOVE DT-INATIVACAO TO WS-DATA-ENTRA
               PERFORM P850-FORMATA-DATA
               STRING 'INATIVADO EM    : ' WS-DATA-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-EXP
               PERFORM P820-GRAVA-EXPORTA
           END-IF

           STRING 'ULT. MANUTENCAO : ' DT-ULT-MANUTENCAO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           MOVE 'SENHA           : GUARDADA CIFRADA - NAO EXPORTADA'
                                    TO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           .
      * PERFIL.DAT E INDEXADO POR ID + SEQUENCIA: POSICIONA NO
      * PRIMEIRO PERFIL DO ID E LE ENQUANTO O ID FOR O MESMO.
       P130-EXP-PERFIS.

           MOVE '--- PERFIS DE VISUALIZACAO (PERFIL.DAT)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-PRF-OK TO TRUE
           OPEN INPUT PERFIL

           IF NOT FS-PRF-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P130-EXIT
           END-IF

           MOVE WS-ID-USUARIO TO PRF-ID-USUARIO
           MOVE 0             TO PRF-SEQUENCIA
           SET EOF-PRF TO FALSE

           START PERFIL KEY NOT < PRF-CHAVE
               INVALID KEY
                   SET EOF-PRF TO TRUE
           END-START

           PERFORM P131-LE-PERFIL UNTIL EOF-PRF

           CLOSE PERFIL

           PERFORM P830-SECAO-VAZIA

           GO TO P130-EXIT.

       P130-EXIT.
           EXIT.

       P131-LE-PERFIL.

           READ PERFIL NEXT RECORD
               AT END
                   SET EOF-PRF TO TRUE
               NOT AT END
                   IF PRF-ID-USUARIO NOT = WS-ID-USUARIO
                       SET EOF-PRF TO TRUE
                   ELSE
                       IF PRF-ATIVO
                           STRING 'PERFIL ' PRF-SEQUENCIA ' '
                                  PRF-NOME ' ATIVO    '
                                  'PIN: NAO EXPORTADO'
                               DELIMITED BY SIZE INTO WS-LINHA-EXP
                       ELSE
                           STRING 'PERFIL ' PRF-SEQUENCIA ' '
                                  PRF-NOME ' INATIVO  '
                                  'PIN: NAO EXPORTADO'
                               DELIMITED BY SIZE INTO WS-LINHA-EXP
                       END-IF
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P140-EXP-FATURAS.

           MOVE '--- FATURAS (FATURAS.AAAAMM.DAT)' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           PERFORM P141-EXP-COMPETENCIA
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           PERFORM P830-SECAO-VAZIA

           .
       P141-EXP-COMPETENCIA.

           PERFORM P043-MONTA-NOMES

           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURAS

           IF FS-FAT-OK
               SET EOF-FAT TO FALSE
               PERFORM P142-LE-FATURA UNTIL EOF-FAT
               CLOSE FATURAS
           END-IF

           .
      * FATURAS ANTERIORES AO CONTROLE DE CREDITO, NOSSO NUMERO E
      * PROMOCOES NAO TRAZEM ESSES CAMPOS - SO VAO QUANDO NUMERICOS.
       P142-LE-FATURA.

           READ FATURAS
               AT END
                   SET EOF-FAT TO TRUE
               NOT AT END
                   IF FAT-ID-USUARIO = WS-ID-USUARIO
                       PERFORM P143-FORMATA-FATURA
                   END-IF
           END-READ

           .
       P143-FORMATA-FATURA.

           MOVE FAT-DATA-GERACAO TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           MOVE FAT-VALOR        TO WS-VALOR-EDIT
           STRING 'COMPET ' FAT-COMPETENCIA
                  ' GERADA EM ' WS-DATA-EXIBE
                  ' PLANO ' FAT-PLANO-CODIGO ' ' FAT-PLANO-DESCRICAO
                  ' VALOR ' WS-VALOR-EDIT
                  ' VENC DIA ' FAT-DIA-VENCIMENTO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P835-GRAVA-DADO

           STRING '       NOME NA FATURA: ' FAT-NM-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           IF FAT-NOSSO-NUMERO IS NUMERIC
            AND FAT-CREDITO-ABATIDO IS NUMERIC
               MOVE FAT-CREDITO-ABATIDO TO WS-VALOR-EDIT2
               STRING '       NOSSO NUMERO ' FAT-NOSSO-NUMERO
                      ' CREDITO ABATIDO ' WS-VALOR-EDIT2
                   DELIMITED BY SIZE INTO WS-LINHA-EXP
               IF FAT-PRECO-ORIGINAL IS NUMERIC
                AND FAT-DESCONTO-TESTE IS NUMERIC
                AND FAT-DESCONTO-CUPOM IS NUMERIC
                   MOVE FAT-PRECO-ORIGINAL TO WS-VALOR-EDIT3
                   MOVE FAT-DESCONTO-TESTE TO WS-VALOR-EDIT4
                   MOVE FAT-DESCONTO-CUPOM TO WS-VALOR-EDIT
                   STRING ' PRECO ' WS-VALOR-EDIT3
                          ' DESC.TESTE ' WS-VALOR-EDIT4
                          ' DESC.CUPOM ' WS-VALOR-EDIT
                          ' ' FAT-CUPOM
                       DELIMITED BY SIZE
                       INTO WS-LINHA-EXP (59:74)
               END-IF
               PERFORM P820-GRAVA-EXPORTA
           END-IF

           .
      * A REMESSA LEVA AO BANCO O NOME DO PAGADOR DE CADA FATURA.
       P145-EXP-REMESSAS.

           MOVE '--- REMESSAS DE COBRANCA (REMESSA.AAAAMM.DAT)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           PERFORM P146-EXP-REMESSA
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP

           PERFORM P830-SECAO-VAZIA

           .
       P146-EXP-REMESSA.

           PERFORM P043-MONTA-NOMES

           SET FS-REM-OK TO TRUE
           OPEN INPUT REMESSA

           IF FS-REM-OK
               SET EOF-REM TO FALSE
               PERFORM P147-LE-REMESSA UNTIL EOF-REM
               CLOSE REMESSA
           END-IF

           .
       P147-LE-REMESSA.

           READ REMESSA
               AT END
                   SET EOF-REM TO TRUE
               NOT AT END
                   IF REG-REMESSA (1:1) = 'D'
                       MOVE REG-REMESSA TO WS-REM-DETALHE
                       IF WS-RDET-ID = WS-ID-USUARIO
                           MOVE WS-RDET-VENCIMENTO TO WS-DATA-ENTRA
                           PERFORM P850-FORMATA-DATA
                           MOVE WS-RDET-VALOR TO WS-VALOR-EDIT
                           STRING 'COMPET ' WS-RDET-COMPETENCIA
                                  ' NOSSO NUMERO ' WS-RDET-NOSSO-NUMERO
                                  ' VENCIMENTO ' WS-DATA-EXIBE
                                  ' VALOR ' WS-VALOR-EDIT
                               DELIMITED BY SIZE INTO WS-LINHA-EXP
                           PERFORM P835-GRAVA-DADO
                           STRING '       NOME DO PAGADOR: '
                                  WS-RDET-NOME
                               DELIMITED BY SIZE INTO WS-LINHA-EXP
                           PERFORM P820-GRAVA-EXPORTA
                       END-IF
                   END-IF
           END-READ

           .
       P150-EXP-ABERTOS.

           MOVE '--- CONTAS A RECEBER (ABERTOS.DAT)' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-ABE-OK TO TRUE
           OPEN INPUT ABERTOS

           IF NOT FS-ABE-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P150-EXIT
           END-IF

           SET EOF-ABE TO FALSE
           PERFORM P151-LE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           PERFORM P830-SECAO-VAZIA

           GO TO P150-EXIT.

       P150-EXIT.
           EXIT.

       P151-LE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ID-USUARIO = WS-ID-USUARIO
                       MOVE ABE-VALOR TO WS-VALOR-EDIT
                       STRING 'COMPET ' ABE-COMPETENCIA
                              ' PLANO ' ABE-PLANO-CODIGO
                              ' VALOR ' WS-VALOR-EDIT
                              ' HA ' ABE-DIAS-ABERTO ' DIAS'
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       IF ABE-ABERTA
                           MOVE ' EM ABERTO'
                                TO WS-LINHA-EXP (53:10)
                       ELSE
                           MOVE ' PAGA'
                                TO WS-LINHA-EXP (53:10)
                       END-IF
                       IF ABE-NOSSO-NUMERO IS NUMERIC
                           STRING ' NOSSO NUMERO ' ABE-NOSSO-NUMERO
                               DELIMITED BY SIZE
                               INTO WS-LINHA-EXP (63:24)
                       END-IF
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P155-EXP-PAGAMENTOS.

           MOVE '--- PAGAMENTOS (FATPAGAS.DAT)' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-PAGA-OK TO TRUE
           OPEN INPUT PAGAS

           IF NOT FS-PAGA-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P155-EXIT
           END-IF

           SET EOF-PAGA TO FALSE
           PERFORM P156-LE-PAGA UNTIL EOF-PAGA

           CLOSE PAGAS

           PERFORM P830-SECAO-VAZIA

           GO TO P155-EXIT.

       P155-EXIT.
           EXIT.

       P156-LE-PAGA.

           READ PAGAS INTO WS-FAT-PAGA
               AT END
                   SET EOF-PAGA TO TRUE
               NOT AT END
                   IF WS-PAGA-ID = WS-ID-USUARIO
                       MOVE WS-PAGA-DATA-PGTO TO WS-DATA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       MOVE WS-PAGA-VALOR     TO WS-VALOR-EDIT
                       STRING 'COMPET ' WS-PAGA-COMPET
                              ' PAGA EM ' WS-DATA-EXIBE
                              ' PLANO ' WS-PAGA-PLANO
                              ' VALOR PAGO ' WS-VALOR-EDIT
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       IF WS-PAGA-NOSSO-NUMERO IS NUMERIC
                        AND WS-PAGA-NOSSO-NUMERO > 0
                           STRING ' NOSSO NUMERO ' WS-PAGA-NOSSO-NUMERO
                               DELIMITED BY SIZE
                               INTO WS-LINHA-EXP (64:24)
                       END-IF
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P160-EXP-CREDITOS.

           MOVE '--- CREDITOS (CREDITO.DAT)' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-CRE-OK TO TRUE
           OPEN INPUT CREDITO

           IF NOT FS-CRE-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P160-EXIT
           END-IF

           SET EOF-CRE TO FALSE
           PERFORM P161-LE-CREDITO UNTIL EOF-CRE

           CLOSE CREDITO

           PERFORM P830-SECAO-VAZIA

           GO TO P160-EXIT.

       P160-EXIT.
           EXIT.

       P161-LE-CREDITO.

           READ CREDITO
               AT END
                   SET EOF-CRE TO TRUE
               NOT AT END
                   IF CRE-ID-USUARIO = WS-ID-USUARIO
                       MOVE CRE-DATA-ORIGEM    TO WS-DATA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       MOVE CRE-VALOR-ORIGINAL TO WS-VALOR-EDIT
                       MOVE CRE-SALDO          TO WS-VALOR-EDIT2
                       STRING 'ORIGEM EM ' WS-DATA-EXIBE
                              ' VALOR ' WS-VALOR-EDIT
                              ' SALDO ' WS-VALOR-EDIT2 ' '
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       EVALUATE TRUE
                           WHEN CRE-SEM-FATURA
                               MOVE 'PAGAMENTO SEM FATURA'
                                    TO WS-LINHA-EXP (54:30)
                           WHEN CRE-EXCEDENTE
                               MOVE 'SOBRA DE PAGAMENTO'
                                    TO WS-LINHA-EXP (54:30)
                           WHEN OTHER
                               MOVE 'DEVOLVIDO NA REGERACAO'
                                    TO WS-LINHA-EXP (54:30)
                       END-EVALUATE
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P165-EXP-TROCAS.

           MOVE '--- TROCAS DE PLANO (PLANHIST.DAT)' TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-PCH-OK TO TRUE
           OPEN INPUT PLANHIST

           IF NOT FS-PCH-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P165-EXIT
           END-IF

           SET EOF-PCH TO FALSE
           PERFORM P166-LE-TROCA UNTIL EOF-PCH

           CLOSE PLANHIST

           PERFORM P830-SECAO-VAZIA

           GO TO P165-EXIT.

       P165-EXIT.
           EXIT.

       P166-LE-TROCA.

           READ PLANHIST
               AT END
                   SET EOF-PCH TO TRUE
               NOT AT END
                   IF PCH-ID-USUARIO = WS-ID-USUARIO
                       MOVE PCH-DATA-EFETIVA TO WS-DATA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       STRING WS-DATA-EXIBE ' TROCA DE PLANO '
                              PCH-PLANO-ANTERIOR ' PARA '
                              PCH-PLANO-NOVO
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P170-EXP-PROMOCOES.

           MOVE '--- CUPONS E TESTE GRATIS (PROMOUSU.DAT)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-PRO-OK TO TRUE
           OPEN INPUT PROMOCOES

           IF NOT FS-PRO-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P170-EXIT
           END-IF

           SET EOF-PRO TO FALSE
           PERFORM P171-LE-PROMOCAO UNTIL EOF-PRO

           CLOSE PROMOCOES

           PERFORM P830-SECAO-VAZIA

           GO TO P170-EXIT.

       P170-EXIT.
           EXIT.

       P171-LE-PROMOCAO.

           READ PROMOCOES
               AT END
                   SET EOF-PRO TO TRUE
               NOT AT END
                   IF PRO-ID-USUARIO = WS-ID-USUARIO
                       MOVE PRO-DATA-ADESAO TO WS-DATA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       STRING 'ADESAO EM ' WS-DATA-EXIBE
                              ' CUPOM ' PRO-CUPOM
                              ' MESES USADOS ' PRO-MESES-USADOS
                              ' DE ' PRO-MESES
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       IF PRO-FIM-TESTE > 0
                           MOVE PRO-FIM-TESTE TO WS-DATA-ENTRA
                           PERFORM P850-FORMATA-DATA
                           STRING ' TESTE GRATIS ATE ' WS-DATA-EXIBE
                               DELIMITED BY SIZE
                               INTO WS-LINHA-EXP (61:28)
                       END-IF
                       IF PRO-ATIVA
                           MOVE ' ATIVA' TO WS-LINHA-EXP (89:10)
                       ELSE
                           MOVE ' ENCERRADA' TO WS-LINHA-EXP (89:10)
                       END-IF
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
      * LOG CORRENTE E ARQUIVOS MORTOS DO LOGMES, NA ORDEM DOS
      * ARQUIVOS.
       P180-EXP-LOG.

           MOVE '--- REGISTRO DE OPERACOES (LOGUSU.DAT E LOGARC)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           PERFORM P045-CARREGA-ARQUIVOS THRU P045-EXIT

           PERFORM P182-EXP-ARQUIVO-MORTO
               VARYING WS-SUB-ARQ FROM 1 BY 1
               UNTIL WS-SUB-ARQ > WS-QTD-ARQ

      * O LOGUSU ESTA ABERTO EM EXTEND PELA PROPRIA TRANSACAO - E
      * FECHADO PARA A LEITURA E REABERTO EM SEGUIDA.
           CLOSE LOGUSU
           SET FS-LOG-OK TO TRUE
           OPEN INPUT LOGUSU

           IF FS-LOG-OK
               MOVE 'LOGUSU' TO WS-ORIGEM-LOG
               SET EOF-LOG TO FALSE
               PERFORM P181-LE-LOG UNTIL EOF-LOG
               CLOSE LOGUSU
           END-IF

           PERFORM P057-INICIALIZA-LOG

           PERFORM P830-SECAO-VAZIA

           GO TO P180-EXIT.

       P180-EXIT.
           EXIT.

       P181-LE-LOG.

           READ LOGUSU
               AT END
                   SET EOF-LOG TO TRUE
               NOT AT END
                   IF LOG-ID-USUARIO = WS-ID-USUARIO
                       MOVE LOG-DATA-HORA (1:8)  TO WS-DATA-ENTRA
                       MOVE LOG-DATA-HORA (9:6)  TO WS-HORA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       PERFORM P855-FORMATA-HORA
                       STRING WS-DATA-EXIBE ' ' WS-HORA-EXIBE ' '
                              WS-ORIGEM-LOG ' ' LOG-OPERADOR ' '
                              LOG-RESULTADO
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
       P182-EXP-ARQUIVO-MORTO.

           MOVE SPACES TO WS-NOME-MORTO
           STRING 'C:\ArqCobol\LOGARC.' WS-ARQ-DATA (WS-SUB-ARQ)
                  '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-MORTO
           MOVE SPACES TO WS-ORIGEM-LOG
           STRING 'LOGARC.' WS-ARQ-DATA (WS-SUB-ARQ)
               DELIMITED BY SIZE INTO WS-ORIGEM-LOG

           SET FS-MORTO-OK TO TRUE
           OPEN INPUT ARQUIVO-MORTO

           IF FS-MORTO-OK
               SET EOF-MORTO TO FALSE
               PERFORM P183-LE-MORTO UNTIL EOF-MORTO
               CLOSE ARQUIVO-MORTO
           ELSE
               DISPLAY 'AVISO - ARQUIVO MORTO ' WS-NOME-MORTO
                       ' INDISPONIVEL (FS ' WS-FS-MORTO ')'
           END-IF

           .
       P183-LE-MORTO.

           READ ARQUIVO-MORTO
               AT END
                   SET EOF-MORTO TO TRUE
               NOT AT END
                   IF MOR-ID-USUARIO = WS-ID-USUARIO
                       MOVE MOR-DATA-HORA (1:8)  TO WS-DATA-ENTRA
                       MOVE MOR-DATA-HORA (9:6)  TO WS-HORA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       PERFORM P855-FORMATA-HORA
                       STRING WS-DATA-EXIBE ' ' WS-HORA-EXIBE ' '
                              WS-ORIGEM-LOG ' ' MOR-OPERADOR ' '
                              MOR-RESULTADO
                           DELIMITED BY SIZE INTO WS-LINHA-EXP
                       PERFORM P835-GRAVA-DADO
                   END-IF
           END-READ

           .
      * O JORNAL GUARDA A IMAGEM DO CADASTRO A CADA GRAVACAO - SAI O
      * NOME, E-MAIL E TELEFONE DA IMAGEM DEPOIS (NA EXCLUSAO, DA
      * IMAGEM ANTES), QUE MOSTRAM OS DADOS JA SUBSTITUIDOS.
       P185-EXP-JORNAL.

           MOVE '--- JORNAL DE ALTERACOES DO CADASTRO (JRNUSU.DAT)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-JRN-OK TO TRUE
           OPEN INPUT JORNAL

           IF NOT FS-JRN-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P185-EXIT
           END-IF

           SET EOF-JRN TO FALSE
           PERFORM P186-LE-JORNAL UNTIL EOF-JRN

           CLOSE JORNAL

           PERFORM P830-SECAO-VAZIA

           GO TO P185-EXIT.

       P185-EXIT.
           EXIT.

       P186-LE-JORNAL.

           READ JORNAL
               AT END
                   SET EOF-JRN TO TRUE
               NOT AT END
                   IF JRN-ID-USUARIO = WS-ID-USUARIO
                    AND NOT JRN-MARCO-BACKUP
                       PERFORM P187-FORMATA-JORNAL
                   END-IF
           END-READ

           .
       P187-FORMATA-JORNAL.

           MOVE JRN-DATA-HORA (1:8)  TO WS-DATA-ENTRA
           MOVE JRN-DATA-HORA (9:6)  TO WS-HORA-ENTRA
           PERFORM P850-FORMATA-DATA
           PERFORM P855-FORMATA-HORA
           STRING WS-DATA-EXIBE ' ' WS-HORA-EXIBE ' '
                  JRN-PROGRAMA ' ' JRN-OPERADOR ' '
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   MOVE 'INCLUSAO'  TO WS-LINHA-EXP (39:10)
               WHEN JRN-ALTERACAO
                   MOVE 'ALTERACAO' TO WS-LINHA-EXP (39:10)
               WHEN OTHER
                   MOVE 'EXCLUSAO'  TO WS-LINHA-EXP (39:10)
           END-EVALUATE
           PERFORM P835-GRAVA-DADO

           IF JRN-DEPOIS = SPACES
               MOVE JRN-ANTES  TO REG-USUARIOS
           ELSE
               MOVE JRN-DEPOIS TO REG-USUARIOS
           END-IF

           STRING '       NOME    : ' NM-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING '       E-MAIL  : ' EMAIL-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA
           STRING '       TELEFONE: ' TEL-USUARIO
                  '   PLANO: ' PLANO-USUARIO
                  '   SITUACAO: ' STATUS-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           .
      * NOTIF.DAT E REGRAVADO A CADA EXTRACAO DO EXTNOT - TRAZ SO OS
      * AVISOS DA ULTIMA EXTRACAO, DATADA PELO HEADER.
       P190-EXP-NOTIFICACOES.

           MOVE '--- NOTIFICACOES POR E-MAIL (NOTIF.DAT)'
                                    TO WS-LINHA-EXP
           PERFORM P825-TITULO-SECAO

           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTIFICA

           IF NOT FS-NOT-OK
               PERFORM P830-SECAO-VAZIA
               GO TO P190-EXIT
           END-IF

           MOVE SPACES TO WS-NHDR-EXIBE
           SET EOF-NOT TO FALSE
           PERFORM P191-LE-NOTIFICACAO UNTIL EOF-NOT

           CLOSE NOTIFICA

           PERFORM P830-SECAO-VAZIA

           GO TO P190-EXIT.

       P190-EXIT.
           EXIT.

       P191-LE-NOTIFICACAO.

           READ NOTIFICA
               AT END
                   SET EOF-NOT TO TRUE
               NOT AT END
                   IF REG-NOTIF (1:1) = 'H'
                       MOVE REG-NOTIF TO WS-NOT-HEADER
                       MOVE WS-NHDR-DATA-HORA (1:8) TO WS-DATA-ENTRA
                       PERFORM P850-FORMATA-DATA
                       MOVE WS-DATA-EXIBE TO WS-NHDR-EXIBE
                   END-IF
                   IF REG-NOTIF (1:1) = 'D'
                       MOVE REG-NOTIF TO WS-NOT-DETALHE
                       IF WS-NDET-ID = WS-ID-USUARIO
                           PERFORM P192-FORMATA-NOTIFICACAO
                       END-IF
                   END-IF
           END-READ

           .
       P192-FORMATA-NOTIFICACAO.

           STRING 'EXTRAIDA EM ' WS-NHDR-EXIBE ' '
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           EVALUATE TRUE
               WHEN AVISO-SENHA
                   STRING 'SENHA A EXPIRAR EM ' WS-NDET-DIAS ' DIAS'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-EXP (24:30)
               WHEN AVISO-BLOQUEIO
                   MOVE 'CONTA BLOQUEADA' TO WS-LINHA-EXP (24:30)
               WHEN OTHER
                   MOVE 'CONTA INATIVADA' TO WS-LINHA-EXP (24:30)
           END-EVALUATE
           PERFORM P835-GRAVA-DADO

           STRING '       E-MAIL  : ' WS-NDET-EMAIL
               DELIMITED BY SIZE INTO WS-LINHA-EXP
           PERFORM P820-GRAVA-EXPORTA

           .
      * ELIMINACAO A PEDIDO DO TITULAR. SO PARA ASSINATURA JA
      * INATIVADA (OU EXPURGADA) - A ATIVA AINDA E COBRADA E PRECISA
      * DOS DADOS. NOME, E-MAIL, TELEFONE E NOMES DE PERFIL SAO
      * SUBSTITUIDOS EM TODOS OS ARQUIVOS; IDS, DATAS E VALORES
      * FICAM, PARA COBRANCA E AUDITORIA CONTINUAREM FECHANDO. O
      * JORNAL E ANONIMIZADO PRIMEIRO, ANTES DE RECEBER A LINHA DA
      * PROPRIA ALTERACAO.
       P400-ELIMINA.

           SET SOLIC-ELIMINACAO TO TRUE
           PERFORM P050-PEDE-SOLICITACAO THRU P050-EXIT

           IF ID-DESCONHECIDO
               MOVE 'TITULAR NAO ENCONTRADO NO CADASTRO'
                                    TO WS-MOTIVO-RECUSA
               PERFORM P070-RECUSA-SOLICITACAO
               GO TO P300-FIM
           END-IF

           MOVE WS-REG-TITULAR TO REG-USUARIOS

           IF ID-NO-CADASTRO AND NOT USUARIO-INATIVO
               DISPLAY 'ASSINATURA NAO INATIVADA - INATIVE NO '
                       'CADASTRO ANTES DE ELIMINAR OS DADOS'
               MOVE 'ASSINATURA NAO INATIVADA'
                                    TO WS-MOTIVO-RECUSA
               PERFORM P070-RECUSA-SOLICITACAO
               GO TO P300-FIM
           END-IF

           DISPLAY 'TITULAR: ' NM-USUARIO
           DISPLAY 'E-MAIL : ' EMAIL-USUARIO
           DISPLAY 'OS DADOS PESSOAIS SERAO ANONIMIZADOS EM TODOS OS '
                   'ARQUIVOS - NAO HA COMO DESFAZER.'
           PERFORM P405-CONFIRMA THRU P405-EXIT

           IF NOT CONFIRMA-SIM
               DISPLAY 'ELIMINACAO CANCELADA'
               MOVE 'LGPD - ELIMINACAO CANCELADA PELO OPERADOR'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           MOVE SPACES TO WS-LGPD-EMAIL
           STRING 'ANONIMO.' WS-ID-USUARIO '@LGPD.INVALIDO'
               DELIMITED BY SIZE INTO WS-LGPD-EMAIL

           MOVE ZEROS TO WS-QTD-ANON-JRN
                         WS-QTD-ANON-CAD
                         WS-QTD-ANON-HIST
                         WS-QTD-ANON-PRF
                         WS-QTD-ANON-FAT
                         WS-QTD-ANON-REM
                         WS-QTD-ANON-NOT
           SET ANON-FALHA TO FALSE

           PERFORM P410-ANONIMIZA-JORNAL THRU P410-EXIT

           IF ANON-FALHA
               DISPLAY 'ELIMINACAO INTERROMPIDA - NENHUM ARQUIVO '
                       'FOI ALTERADO'
               MOVE 'LGPD - ELIMINACAO INTERROMPIDA NO JORNAL'
                                    TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           PERFORM P420-ANONIMIZA-CADASTRO  THRU P420-EXIT
           PERFORM P430-ANONIMIZA-HISTORICO THRU P430-EXIT
           PERFORM P440-ANONIMIZA-PERFIS    THRU P440-EXIT
           PERFORM P040-CARREGA-COMPETENCIAS THRU P040-EXIT
           PERFORM P450-ANONIMIZA-FATURAS   THRU P450-EXIT
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP
           PERFORM P460-ANONIMIZA-REMESSA   THRU P460-EXIT
               VARYING WS-SUB-CMP FROM 1 BY 1
               UNTIL WS-SUB-CMP > WS-QTD-CMP
           PERFORM P470-ANONIMIZA-NOTIF     THRU P470-EXIT

           COMPUTE WS-QTD-ANONIMIZADOS =
               WS-QTD-ANON-JRN + WS-QTD-ANON-CAD + WS-QTD-ANON-HIST
             + WS-QTD-ANON-PRF + WS-QTD-ANON-FAT + WS-QTD-ANON-REM
             + WS-QTD-ANON-NOT

           PERFORM P060-PROXIMO-PROTOCOLO

      * ARQUIVO QUE NAO PODE SER REGRAVADO DEIXA A SOLICITACAO
      * INCOMPLETA - O PEDIDO E REPETIDO DEPOIS DE CORRIGIDO O
      * PROBLEMA (O QUE JA FOI ANONIMIZADO NAO MUDA).
           IF ANON-FALHA
               MOVE 'I'             TO WS-SITUACAO-SOLIC
               MOVE 'ANONIMIZACAO INCOMPLETA - REPETIR'
                                    TO WS-OBSERVACAO
               MOVE 'LGPD - ANONIMIZACAO INCOMPLETA - REPETIR'
                                    TO WS-LOG-RESULTADO
           ELSE
               MOVE 'C'             TO WS-SITUACAO-SOLIC
               MOVE 'DADOS PESSOAIS ANONIMIZADOS'
                                    TO WS-OBSERVACAO
               MOVE 'LGPD - DADOS PESSOAIS ANONIMIZADOS'
                                    TO WS-LOG-RESULTADO
           END-IF

           PERFORM P080-REGISTRA-SOLICITACAO
           PERFORM P800-GRAVA-LOG

           DISPLAY '***************************************'
           DISPLAY '* RESUMO DA ANONIMIZACAO               *'
           DISPLAY '***************************************'
           DISPLAY 'PROTOCOLO                : ' WS-PROTOCOLO
           DISPLAY 'JORNAL (LINHAS)          : ' WS-QTD-ANON-JRN
           DISPLAY 'CADASTRO                 : ' WS-QTD-ANON-CAD
           DISPLAY 'HISTORICO DE EXPURGADOS  : ' WS-QTD-ANON-HIST
           DISPLAY 'PERFIS                   : ' WS-QTD-ANON-PRF
           DISPLAY 'FATURAS                  : ' WS-QTD-ANON-FAT
           DISPLAY 'REMESSAS DE COBRANCA     : ' WS-QTD-ANON-REM
           DISPLAY 'NOTIFICACOES             : ' WS-QTD-ANON-NOT
           DISPLAY 'TOTAL DE REGISTROS       : ' WS-QTD-ANONIMIZADOS
           IF ANON-FALHA
               DISPLAY 'ATENCAO - HOUVE ARQUIVO NAO ANONIMIZADO. '
                       'CORRIJA E REPITA A ELIMINACAO.'
           END-IF

           GO TO P300-FIM.

       P405-CONFIRMA.

           DISPLAY 'Confirma a eliminacao (S/N)? '
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM AND NOT CONFIRMA-NAO
               DISPLAY 'RESPONDA S OU N!'
               GO TO P405-CONFIRMA
           END-IF

           GO TO P405-EXIT.

       P405-EXIT.
           EXIT.

      * AS IMAGENS ANTES E DEPOIS DO ID SAO ANONIMIZADAS NA COPIA
      * PARA LGPDTMP.DAT, QUE VOLTA PARA O JORNAL (COMO NO RESTUSU).
      * A LINHA DE MARCO DO BACKUP NAO TEM ID E PASSA IGUAL.
       P410-ANONIMIZA-JORNAL.

           MOVE 0 TO WS-QTD-ALTERADOS
           SET FS-JRN-OK TO TRUE
           OPEN INPUT JORNAL

           IF FS-JRN-NAOACHOU
               GO TO P410-EXIT
           END-IF

           IF NOT FS-JRN-OK
               DISPLAY 'ERRO AO ABRIR O JORNAL JRNUSU.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               SET ANON-FALHA TO TRUE
               GO TO P410-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO LGPDTMP.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               CLOSE JORNAL
               SET ANON-FALHA TO TRUE
               GO TO P410-EXIT
           END-IF

           SET EOF-JRN TO FALSE
           PERFORM P411-COPIA-JORNAL UNTIL EOF-JRN

           CLOSE JORNAL
           CLOSE LGPDTMP

           IF WS-QTD-ALTERADOS = 0
               GO TO P410-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN INPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO REGRAVAR O JORNAL JRNUSU.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               SET ANON-FALHA TO TRUE
               GO TO P410-EXIT
           END-IF

           SET FS-JRN-OK TO TRUE
           OPEN OUTPUT JORNAL

           IF NOT FS-JRN-OK
               DISPLAY 'ERRO AO REGRAVAR O JORNAL JRNUSU.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               CLOSE LGPDTMP
               SET ANON-FALHA TO TRUE
               GO TO P410-EXIT
           END-IF

           SET EOF-TMP TO FALSE
           PERFORM P412-DEVOLVE-JORNAL UNTIL EOF-TMP

           CLOSE LGPDTMP
           CLOSE JORNAL

           MOVE WS-QTD-ALTERADOS TO WS-QTD-ANON-JRN

           GO TO P410-EXIT.

       P410-EXIT.
           EXIT.

       P411-COPIA-JORNAL.

           READ JORNAL
               AT END
                   SET EOF-JRN TO TRUE
               NOT AT END
                   IF JRN-ID-USUARIO = WS-ID-USUARIO
                    AND NOT JRN-MARCO-BACKUP
                       IF JRN-ANTES NOT = SPACES
                           MOVE JRN-ANTES    TO REG-USUARIOS
                           PERFORM P490-ANONIMIZA-REGISTRO
                           MOVE REG-USUARIOS TO JRN-ANTES
                       END-IF
                       IF JRN-DEPOIS NOT = SPACES
                           MOVE JRN-DEPOIS   TO REG-USUARIOS
                           PERFORM P490-ANONIMIZA-REGISTRO
                           MOVE REG-USUARIOS TO JRN-DEPOIS
                       END-IF
                       ADD 1 TO WS-QTD-ALTERADOS
                   END-IF
                   WRITE REG-LGPDTMP FROM REG-JORNAL
           END-READ

           .
       P412-DEVOLVE-JORNAL.

           READ LGPDTMP
               AT END
                   SET EOF-TMP TO TRUE
               NOT AT END
                   WRITE REG-JORNAL FROM REG-LGPDTMP
           END-READ

           .
      * A ALTERACAO DO CADASTRO ENTRA NO JORNAL JA COM A IMAGEM
      * ANTES ANONIMIZADA - O JORNAL NAO VOLTA A TER O DADO PESSOAL.
       P420-ANONIMIZA-CADASTRO.

           SET FS-OK TO TRUE
           OPEN I-O USUARIO

           IF WS-FS EQUAL 35
               GO TO P420-EXIT
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE USUARIOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ANON-FALHA TO TRUE
               GO TO P420-EXIT
           END-IF

           MOVE WS-ID-USUARIO TO ID-USUARIO
           READ USUARIO
               INVALID KEY
                   CLOSE USUARIO
                   GO TO P420-EXIT
           END-READ

           PERFORM P490-ANONIMIZA-REGISTRO
           MOVE REG-USUARIOS        TO WS-JRN-ANTES
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO DT-ULT-MANUTENCAO

           REWRITE REG-USUARIOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ID ' WS-ID-USUARIO
                           ' (FS ' WS-FS ')'
                   SET ANON-FALHA TO TRUE
                   CLOSE USUARIO
                   GO TO P420-EXIT
           END-REWRITE

           ADD 1 TO WS-QTD-ANON-CAD

           PERFORM P058-INICIALIZA-JORNAL
           SET JRN-OPER-ALTERACAO   TO TRUE
           PERFORM P810-GRAVA-JORNAL
           CLOSE JORNAL

           CLOSE USUARIO

           GO TO P420-EXIT.

       P420-EXIT.
           EXIT.

       P430-ANONIMIZA-HISTORICO.

           SET FS-HIST-OK TO TRUE
           OPEN I-O HISTORICO

           IF FS-HIST-NAOACHOU
               GO TO P430-EXIT
           END-IF

           IF NOT FS-HIST-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO'
               DISPLAY 'FILE STATUS: ' WS-FS-HIST
               SET ANON-FALHA TO TRUE
               GO TO P430-EXIT
           END-IF

           MOVE WS-ID-USUARIO TO HIST-ID-USUARIO
           READ HISTORICO
               INVALID KEY
                   CLOSE HISTORICO
                   GO TO P430-EXIT
           END-READ

           MOVE HIST-REG-USUARIO TO REG-USUARIOS
           PERFORM P490-ANONIMIZA-REGISTRO
           MOVE REG-USUARIOS     TO HIST-REG-USUARIO

           REWRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O HISTORICO DO ID '
                           WS-ID-USUARIO ' (FS ' WS-FS-HIST ')'
                   SET ANON-FALHA TO TRUE
                   CLOSE HISTORICO
                   GO TO P430-EXIT
           END-REWRITE

           ADD 1 TO WS-QTD-ANON-HIST
           CLOSE HISTORICO

           GO TO P430-EXIT.

       P430-EXIT.
           EXIT.

       P440-ANONIMIZA-PERFIS.

           SET FS-PRF-OK TO TRUE
           OPEN I-O PERFIL

           IF FS-PRF-NAOACHOU
               GO TO P440-EXIT
           END-IF

           IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PERFIS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               SET ANON-FALHA TO TRUE
               GO TO P440-EXIT
           END-IF

           MOVE WS-ID-USUARIO TO PRF-ID-USUARIO
           MOVE 0             TO PRF-SEQUENCIA
           SET EOF-PRF TO FALSE

           START PERFIL KEY NOT < PRF-CHAVE
               INVALID KEY
                   SET EOF-PRF TO TRUE
           END-START

           PERFORM P441-ANONIMIZA-PERFIL UNTIL EOF-PRF

           CLOSE PERFIL

           GO TO P440-EXIT.

       P440-EXIT.
           EXIT.

       P441-ANONIMIZA-PERFIL.

           READ PERFIL NEXT RECORD
               AT END
                   SET EOF-PRF TO TRUE
               NOT AT END
                   IF PRF-ID-USUARIO NOT = WS-ID-USUARIO
                       SET EOF-PRF TO TRUE
                   ELSE
                       MOVE WS-LGPD-PERFIL TO PRF-NOME
                       REWRITE REG-PERFIL
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O PERFIL '
                                       PRF-SEQUENCIA
                               SET ANON-FALHA TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ANON-PRF
                       END-REWRITE
                   END-IF
           END-READ

           .
      * ARQUIVOS SEQUENCIAIS SAO COPIADOS PARA LGPDTMP.DAT COM O
      * NOME TROCADO E SO VOLTAM QUANDO ALGUMA LINHA MUDOU.
       P450-ANONIMIZA-FATURAS.

           PERFORM P043-MONTA-NOMES
           MOVE 0 TO WS-QTD-ALTERADOS

           SET FS-FAT-OK TO TRUE
           OPEN INPUT FATURAS

           IF FS-FAT-NAOACHOU
               GO TO P450-EXIT
           END-IF

           IF NOT FS-FAT-OK
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-FATURAS
               DISPLAY 'FILE STATUS: ' WS-FS-FAT
               SET ANON-FALHA TO TRUE
               GO TO P450-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO LGPDTMP.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               CLOSE FATURAS
               SET ANON-FALHA TO TRUE
               GO TO P450-EXIT
           END-IF

           SET EOF-FAT TO FALSE
           PERFORM P451-COPIA-FATURA UNTIL EOF-FAT

           CLOSE FATURAS
           CLOSE LGPDTMP

           IF WS-QTD-ALTERADOS = 0
               GO TO P450-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN INPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-FATURAS
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               SET ANON-FALHA TO TRUE
               GO TO P450-EXIT
           END-IF

           SET FS-FAT-OK TO TRUE
           OPEN OUTPUT FATURAS

           IF NOT FS-FAT-OK
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-FATURAS
               DISPLAY 'FILE STATUS: ' WS-FS-FAT
               CLOSE LGPDTMP
               SET ANON-FALHA TO TRUE
               GO TO P450-EXIT
           END-IF

           SET EOF-TMP TO FALSE
           PERFORM P452-DEVOLVE-FATURA UNTIL EOF-TMP

           CLOSE LGPDTMP
           CLOSE FATURAS

           ADD WS-QTD-ALTERADOS TO WS-QTD-ANON-FAT

           GO TO P450-EXIT.

       P450-EXIT.
           EXIT.

       P451-COPIA-FATURA.

           READ FATURAS
               AT END
                   SET EOF-FAT TO TRUE
               NOT AT END
                   IF FAT-ID-USUARIO = WS-ID-USUARIO
                       MOVE WS-LGPD-NOME TO FAT-NM-USUARIO
                       ADD 1 TO WS-QTD-ALTERADOS
                   END-IF
                   WRITE REG-LGPDTMP FROM REG-FATURA
           END-READ

           .
       P452-DEVOLVE-FATURA.

           READ LGPDTMP
               AT END
                   SET EOF-TMP TO TRUE
               NOT AT END
                   WRITE REG-FATURA FROM REG-LGPDTMP
           END-READ

           .
       P460-ANONIMIZA-REMESSA.

           PERFORM P043-MONTA-NOMES
           MOVE 0 TO WS-QTD-ALTERADOS

           SET FS-REM-OK TO TRUE
           OPEN INPUT REMESSA

           IF WS-FS-REM = 35
               GO TO P460-EXIT
           END-IF

           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-REMESSA
               DISPLAY 'FILE STATUS: ' WS-FS-REM
               SET ANON-FALHA TO TRUE
               GO TO P460-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO LGPDTMP.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               CLOSE REMESSA
               SET ANON-FALHA TO TRUE
               GO TO P460-EXIT
           END-IF

           SET EOF-REM TO FALSE
           PERFORM P461-COPIA-REMESSA UNTIL EOF-REM

           CLOSE REMESSA
           CLOSE LGPDTMP

           IF WS-QTD-ALTERADOS = 0
               GO TO P460-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN INPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-REMESSA
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               SET ANON-FALHA TO TRUE
               GO TO P460-EXIT
           END-IF

           SET FS-REM-OK TO TRUE
           OPEN OUTPUT REMESSA

           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO REGRAVAR ' WS-NOME-REMESSA
               DISPLAY 'FILE STATUS: ' WS-FS-REM
               CLOSE LGPDTMP
               SET ANON-FALHA TO TRUE
               GO TO P460-EXIT
           END-IF

           SET EOF-TMP TO FALSE
           PERFORM P462-DEVOLVE-REMESSA UNTIL EOF-TMP

           CLOSE LGPDTMP
           CLOSE REMESSA

           ADD WS-QTD-ALTERADOS TO WS-QTD-ANON-REM

           GO TO P460-EXIT.

       P460-EXIT.
           EXIT.

       P461-COPIA-REMESSA.

           READ REMESSA
               AT END
                   SET EOF-REM TO TRUE
               NOT AT END
                   IF REG-REMESSA (1:1) = 'D'
                       MOVE REG-REMESSA TO WS-REM-DETALHE
                       IF WS-RDET-ID = WS-ID-USUARIO
                           MOVE WS-LGPD-NOME   TO WS-RDET-NOME
                           MOVE WS-REM-DETALHE TO REG-REMESSA
                           ADD 1 TO WS-QTD-ALTERADOS
                       END-IF
                   END-IF
                   WRITE REG-LGPDTMP FROM REG-REMESSA
           END-READ

           .
       P462-DEVOLVE-REMESSA.

           READ LGPDTMP
               AT END
                   SET EOF-TMP TO TRUE
               NOT AT END
                   WRITE REG-REMESSA FROM REG-LGPDTMP
           END-READ

           .
       P470-ANONIMIZA-NOTIF.

           MOVE 0 TO WS-QTD-ALTERADOS

           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTIFICA

           IF WS-FS-NOT = 35
               GO TO P470-EXIT
           END-IF

           IF NOT FS-NOT-OK
               DISPLAY 'ERRO AO ABRIR NOTIF.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-NOT
               SET ANON-FALHA TO TRUE
               GO TO P470-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO LGPDTMP.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               CLOSE NOTIFICA
               SET ANON-FALHA TO TRUE
               GO TO P470-EXIT
           END-IF

           SET EOF-NOT TO FALSE
           PERFORM P471-COPIA-NOTIF UNTIL EOF-NOT

           CLOSE NOTIFICA
           CLOSE LGPDTMP

           IF WS-QTD-ALTERADOS = 0
               GO TO P470-EXIT
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN INPUT LGPDTMP

           IF NOT FS-TMP-OK
               DISPLAY 'ERRO AO REGRAVAR NOTIF.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-TMP
               SET ANON-FALHA TO TRUE
               GO TO P470-EXIT
           END-IF

           SET FS-NOT-OK TO TRUE
           OPEN OUTPUT NOTIFICA

           IF NOT FS-NOT-OK
               DISPLAY 'ERRO AO REGRAVAR NOTIF.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-NOT
               CLOSE LGPDTMP
               SET ANON-FALHA TO TRUE
               GO TO P470-EXIT
           END-IF

           SET EOF-TMP TO FALSE
           PERFORM P472-DEVOLVE-NOTIF UNTIL EOF-TMP

           CLOSE LGPDTMP
           CLOSE NOTIFICA

           MOVE WS-QTD-ALTERADOS TO WS-QTD-ANON-NOT

           GO TO P470-EXIT.

       P470-EXIT.
           EXIT.

       P471-COPIA-NOTIF.

           READ NOTIFICA
               AT END
                   SET EOF-NOT TO TRUE
               NOT AT END
                   IF REG-NOTIF (1:1) = 'D'
                       MOVE REG-NOTIF TO WS-NOT-DETALHE
                       IF WS-NDET-ID = WS-ID-USUARIO
                           MOVE WS-LGPD-EMAIL  TO WS-NDET-EMAIL
                           MOVE WS-NOT-DETALHE TO REG-NOTIF
                           ADD 1 TO WS-QTD-ALTERADOS
                       END-IF
                   END-IF
                   WRITE REG-LGPDTMP FROM REG-NOTIF
           END-READ

           .
       P472-DEVOLVE-NOTIF.

           READ LGPDTMP
               AT END
                   SET EOF-TMP TO TRUE
               NOT AT END
                   WRITE REG-NOTIF FROM REG-LGPDTMP
           END-READ

           .
      * SO OS DADOS PESSOAIS MUDAM - ID, SITUACAO, PLANO E DATAS
      * FICAM COMO ESTAO.
       P490-ANONIMIZA-REGISTRO.

           MOVE WS-LGPD-NOME  TO NM-USUARIO
           MOVE WS-LGPD-EMAIL TO EMAIL-USUARIO
           MOVE 0             TO TEL-USUARIO

           .
      * LISTA O REGISTRO DE SOLICITACOES (DE UM TITULAR OU TODAS) -
      * E A PROVA DE QUE CADA PEDIDO FOI RESPONDIDO NO PRAZO.
       P600-CONSULTA.

           DISPLAY 'Informe o ID do titular (ou 0 para todos): '
           ACCEPT WS-ID-CONSULTA

           MOVE 'LGPD - CONSULTA AO REGISTRO DE SOLICITACOES'
                                    TO WS-LOG-RESULTADO
           MOVE WS-ID-CONSULTA      TO WS-ID-USUARIO
           PERFORM P800-GRAVA-LOG

           MOVE ZEROS TO WS-QTD-SOLICITACOES
                         WS-QTD-FORA-PRAZO
                         WS-QTD-RECUSADAS

           SET FS-LGP-OK TO TRUE
           OPEN INPUT LGPDREG

           IF NOT FS-LGP-OK
               DISPLAY 'NENHUMA SOLICITACAO REGISTRADA'
               GO TO P300-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'PROTOC  ID      TIPO        PEDIDO      '
                   'PRAZO       ATENDIDA    NO PRAZO SITUACAO    '
                   'OBSERVACAO'

           SET EOF-LGP TO FALSE
           PERFORM P610-LE-SOLICITACAO UNTIL EOF-LGP

           CLOSE LGPDREG

           DISPLAY ' '
           DISPLAY 'SOLICITACOES LISTADAS   : ' WS-QTD-SOLICITACOES
           DISPLAY 'ATENDIDAS FORA DO PRAZO : ' WS-QTD-FORA-PRAZO
           DISPLAY 'RECUSADAS               : ' WS-QTD-RECUSADAS

           GO TO P300-FIM.

       P610-LE-SOLICITACAO.

           READ LGPDREG
               AT END
                   SET EOF-LGP TO TRUE
               NOT AT END
                   IF WS-ID-CONSULTA = 0
                    OR LGP-ID-USUARIO = WS-ID-CONSULTA
                       PERFORM P620-EXIBE-SOLICITACAO
                   END-IF
           END-READ

           .
       P620-EXIBE-SOLICITACAO.

           ADD 1 TO WS-QTD-SOLICITACOES
           MOVE LGP-PROTOCOLO  TO WS-LR-PROTOCOLO
           MOVE LGP-ID-USUARIO TO WS-LR-ID

           IF LGP-EXPORTACAO
               MOVE 'EXPORTACAO' TO WS-LR-TIPO
           ELSE
               MOVE 'ELIMINACAO' TO WS-LR-TIPO
           END-IF

           MOVE LGP-DATA-SOLICITACAO TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           MOVE WS-DATA-EXIBE  TO WS-LR-SOLICITADA
           MOVE LGP-DATA-PRAZO TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           MOVE WS-DATA-EXIBE  TO WS-LR-PRAZO
           MOVE LGP-DATA-HORA-ATEND (1:8) TO WS-DATA-ENTRA
           PERFORM P850-FORMATA-DATA
           MOVE WS-DATA-EXIBE  TO WS-LR-ATENDIDA

           IF LGP-DENTRO-PRAZO
               MOVE 'SIM'    TO WS-LR-NO-PRAZO
           ELSE
               MOVE 'NAO'    TO WS-LR-NO-PRAZO
               ADD 1 TO WS-QTD-FORA-PRAZO
           END-IF

           EVALUATE TRUE
               WHEN LGP-CONCLUIDA
                   MOVE 'CONCLUIDA'  TO WS-LR-SITUACAO
               WHEN LGP-RECUSADA
                   MOVE 'RECUSADA'   TO WS-LR-SITUACAO
                   ADD 1 TO WS-QTD-RECUSADAS
               WHEN OTHER
                   MOVE 'INCOMPLETA' TO WS-LR-SITUACAO
           END-EVALUATE

           MOVE LGP-OBSERVACAO TO WS-LR-OBSERVACAO
           DISPLAY WS-LINHA-REG

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
       P810-GRAVA-JORNAL.

           MOVE SPACES              TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO JRN-DATA-HORA
           MOVE WS-JRN-OPERACAO     TO JRN-OPERACAO
           MOVE WS-ID-USUARIO       TO JRN-ID-USUARIO
           MOVE 'LGPDUSU'           TO JRN-PROGRAMA
           MOVE WS-OPERADOR-ATUAL   TO JRN-OPERADOR
           MOVE WS-JRN-ANTES        TO JRN-ANTES
           MOVE REG-USUARIOS        TO JRN-DEPOIS
           WRITE REG-JORNAL

           .
       P820-GRAVA-EXPORTA.

           WRITE REG-EXPORTA FROM WS-LINHA-EXP
           MOVE SPACES TO WS-LINHA-EXP

           .
       P825-TITULO-SECAO.

           MOVE 0 TO WS-QTD-SECAO
           WRITE REG-EXPORTA FROM SPACES
           PERFORM P820-GRAVA-EXPORTA

           .
       P830-SECAO-VAZIA.

           IF WS-QTD-SECAO = 0
               MOVE 'NENHUM REGISTRO' TO WS-LINHA-EXP
               PERFORM P820-GRAVA-EXPORTA
           END-IF

           .
       P835-GRAVA-DADO.

           ADD 1 TO WS-QTD-SECAO
           ADD 1 TO WS-QTD-EXPORTADOS
           PERFORM P820-GRAVA-EXPORTA

           .
       P850-FORMATA-DATA.

           MOVE SPACES TO WS-DATA-EXIBE
           STRING WS-DATA-ENTRA (7:2) '/' WS-DATA-ENTRA (5:2) '/'
                  WS-DATA-ENTRA (1:4)
               DELIMITED BY SIZE INTO WS-DATA-EXIBE

           .
       P855-FORMATA-HORA.

           MOVE SPACES TO WS-HORA-EXIBE
           STRING WS-HORA-ENTRA (1:2) ':' WS-HORA-ENTRA (3:2) ':'
                  WS-HORA-ENTRA (5:2)
               DELIMITED BY SIZE INTO WS-HORA-EXIBE

           .
       P300-FIM.
       P900-FIM.
            CLOSE LOGUSU
            STOP RUN.
       END PROGRAM LGPDUSU.
