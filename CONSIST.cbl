      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: CONFERENCIA DE INTEGRIDADE ENTRE OS ARQUIVOS DO
      * CADASTRO DE ASSINANTES - PROCURA REGISTROS QUE APONTAM PARA
      * ASSINANTES OU PLANOS INEXISTENTES E SITUACOES QUE SE
      * CONTRADIZEM: PERFIS (PERFIL.DAT) SEM ASSINANTE OU DE
      * ASSINANTE EXPURGADO (HISTUSU.DAT), TROCAS (PLANHIST.DAT) E
      * REAJUSTES (PRECOFUT.DAT) DE PLANOS FORA DE PLANOS.DAT,
      * FATURAS EM ABERTO (ABERTOS.DAT) DE EXPURGADO, INATIVO OU
      * DESCONHECIDO, ASSINANTE COM PLANO INEXISTENTE OU COM MAIS
      * PERFIS ATIVOS QUE O PLANO PERMITE, E STATUS EM DESACORDO
      * COM A DATA DE INATIVACAO. CADA OCORRENCIA SAI COM UM CODIGO
      * EM RELCONS.DAT, SEGUIDA DO RESUMO POR CODIGO E DO RESULTADO
      * OK / NAO OK PARA O OPERADOR LIBERAR (OU NAO) A COBRANCA.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIST.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY PRF-CHAVE
               FILE STATUS IS WS-FS-PRF.

               SELECT PLANOS ASSIGN TO
               'C:\ArqCobol\PLANOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

               SELECT PLANHIST ASSIGN TO
               'C:\ArqCobol\PLANHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PCH.

               SELECT PRECOFUT ASSIGN TO
               'C:\ArqCobol\PRECOFUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PFU.

               SELECT ABERTOS ASSIGN TO
               'C:\ArqCobol\ABERTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ABE.

               SELECT RELCONS ASSIGN TO
               'C:\ArqCobol\RELCONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY CADSPRINT.

       FD HISTORICO.
           COPY CADHIST.

       FD PERFIL.
           COPY CADPERF.

       FD PLANOS.
           COPY CADPLAN.

       FD PLANHIST.
           COPY CADPCH.

       FD PRECOFUT.
           COPY CADPFU.

       FD ABERTOS.
           COPY CADABE.

       FD RELCONS.
       01  REG-RELCONS                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FS-REL                 PIC 99.
       77 WS-EOF                    PIC X(01).
           88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-HIST-ABERTO            PIC X(01).
           88 HIST-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-ID            PIC X(01).
           88 ID-NO-CADASTRO        VALUE 'C'.
           88 ID-EXPURGADO          VALUE 'H'.
           88 ID-DESCONHECIDO       VALUE 'D'.
       77 WS-RESULTADO-JOB          PIC X(01).
           88 JOB-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-LINHA-REL              PIC X(80).
       77 WS-ID-PROCURADO           PIC 9(06).
       77 WS-PLANO-PROCURADO        PIC X(03).
       77 WS-PLANO-IDX              PIC 9(03).
       77 WS-COD-EXC                PIC 9(02).
       77 WS-SUB-COD                PIC 9(02).
       77 WS-QTD-EXCECOES           PIC 9(05) VALUE 0.
       77 WS-QTD-USUARIOS           PIC 9(05) VALUE 0.
       77 WS-QTD-PERFIS             PIC 9(05) VALUE 0.
       77 WS-QTD-TROCAS-LIDAS       PIC 9(05) VALUE 0.
       77 WS-QTD-REAJUSTES          PIC 9(05) VALUE 0.
       77 WS-QTD-ABE-LIDOS          PIC 9(05) VALUE 0.
       77 WS-GRP-ID                 PIC 9(06).
       77 WS-GRP-ATIVOS             PIC 9(02).
       77 WS-GRP-LIMITE             PIC 9(02).
       77 WS-GRP-PLANO              PIC X(03).
       77 WS-GRP-CONFERE            PIC X(01).
           88 GRUPO-CONFERE-LIMITE  VALUE 'S' FALSE 'N'.
       77 WS-VALOR-EDIT             PIC ZZ.ZZ9,99.

      * UMA ENTRADA POR TIPO DE OCORRENCIA - O CODIGO SAI NA LINHA DE
      * DETALHE E O RESUMO FINAL CONTA QUANTAS HOUVE DE CADA UM.
       01 WS-DESCRICOES.
           03 FILLER PIC X(48)
              VALUE 'C01 PERFIL SEM ASSINANTE NO CADASTRO'.
           03 FILLER PIC X(48)
              VALUE 'C02 PERFIL DE ASSINANTE EXPURGADO'.
           03 FILLER PIC X(48)
              VALUE 'C03 TROCA DE PLANO COM PLANO INEXISTENTE'.
           03 FILLER PIC X(48)
              VALUE 'C04 REAJUSTE AGENDADO P/ PLANO INEXISTENTE'.
           03 FILLER PIC X(48)
              VALUE 'C05 FATURA ABERTA DE ASSINANTE EXPURGADO'.
           03 FILLER PIC X(48)
              VALUE 'C06 FATURA ABERTA DE ASSINANTE INATIVO'.
           03 FILLER PIC X(48)
              VALUE 'C07 FATURA ABERTA SEM ASSINANTE NO CADASTRO'.
           03 FILLER PIC X(48)
              VALUE 'C08 ASSINANTE COM PLANO INEXISTENTE'.
           03 FILLER PIC X(48)
              VALUE 'C09 PERFIS ATIVOS ACIMA DO LIMITE DO PLANO'.
           03 FILLER PIC X(48)
              VALUE 'C10 INATIVO SEM DATA DE INATIVACAO'.
           03 FILLER PIC X(48)
              VALUE 'C11 ATIVO COM DATA DE INATIVACAO'.
       01 FILLER REDEFINES WS-DESCRICOES.
           03 WS-DESC-ENTRADA OCCURS 11 TIMES.
               05 WS-DESC-CODIGO    PIC X(03).
               05 FILLER            PIC X(01).
               05 WS-DESC-TEXTO     PIC X(44).
       01 WS-TABELA-OCORRENCIAS.
           03 WS-OCO-QTD            PIC 9(05) OCCURS 11 TIMES.

       01 WS-LINHA-EXC.
           03 WS-LE-CODIGO          PIC X(03).
           03 FILLER                PIC X(01).
           03 WS-LE-ARQUIVO         PIC X(12).
           03 FILLER                PIC X(01).
           03 WS-LE-CHAVE           PIC X(14).
           03 FILLER                PIC X(01).
           03 WS-LE-TEXTO           PIC X(48).

       COPY "CADHIST2".
       COPY "CADPERF2".
       COPY "CADPLAN2".
       COPY "CADPCH2".
       COPY "CADPFU2".
       COPY "CADABE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY '*** CONFERENCIA DE INTEGRIDADE DO CADASTRO ***'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           SET JOB-OK TO TRUE
           INITIALIZE WS-TABELA-OCORRENCIAS

           OPEN OUTPUT RELCONS

           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONFERENCIA DE INTEGRIDADE DO CADASTRO - DATA '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL
           MOVE ALL '-' TO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           PERFORM P053-CARREGA-PLANOS

           PERFORM P050-ABRE-CADASTROS THRU P050-EXIT

           IF JOB-OK
               PERFORM P100-CONFERE-USUARIOS THRU P100-EXIT
               PERFORM P200-CONFERE-PERFIS   THRU P200-EXIT
               PERFORM P300-CONFERE-TROCAS   THRU P300-EXIT
               PERFORM P400-CONFERE-REAJUSTES THRU P400-EXIT
               PERFORM P500-CONFERE-ABERTOS  THRU P500-EXIT
               CLOSE USUARIO
               IF HIST-DISPONIVEL
                   CLOSE HISTORICO
               END-IF
           END-IF

           PERFORM P600-RESUMO

           CLOSE RELCONS

      * 8 = CADASTRO ILEGIVEL, 4 = HA OCORRENCIAS A CORRIGIR.
           IF NOT JOB-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-EXCECOES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * HISTUSU.DAT SO EXISTE DEPOIS DO PRIMEIRO EXPURGO - SEM ELE,
      * NENHUM ASSINANTE E CONSIDERADO EXPURGADO.
       P050-ABRE-CADASTROS.

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE USUARIOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE SPACES TO WS-LINHA-REL
               STRING 'USUARIO.DAT ILEGIVEL - FILE STATUS ' WS-FS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE REG-RELCONS FROM WS-LINHA-REL
               SET JOB-OK TO FALSE
               GO TO P050-EXIT
           END-IF

           SET HIST-DISPONIVEL TO FALSE
           SET FS-HIST-OK TO TRUE
           OPEN INPUT HISTORICO

           IF FS-HIST-OK
               SET HIST-DISPONIVEL TO TRUE
           ELSE
               IF NOT FS-HIST-NAOACHOU
                   DISPLAY 'ERRO AO ABRIR HISTUSU.DAT'
                   DISPLAY 'FILE STATUS: ' WS-FS-HIST
                   MOVE SPACES TO WS-LINHA-REL
                   STRING 'HISTUSU.DAT ILEGIVEL - FILE STATUS '
                          WS-FS-HIST
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE REG-RELCONS FROM WS-LINHA-REL
                   SET JOB-OK TO FALSE
                   CLOSE USUARIO
               END-IF
           END-IF

           GO TO P050-EXIT.

       P050-EXIT.
           EXIT.

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
                       IF PLANO-LIMITE-PERFIS IS NUMERIC
                        AND PLANO-LIMITE-PERFIS > 0
                           MOVE PLANO-LIMITE-PERFIS
                            TO WS-PLANO-LIMITE (WS-QTD-PLANOS)
                       ELSE
                           MOVE 02
                            TO WS-PLANO-LIMITE (WS-QTD-PLANOS)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO - PLANOS.DAT EXCEDE 20 '
                               'ENTRADAS. LINHA IGNORADA: ' PLANO-CODIGO
                   END-IF
           END-READ

           .
      * PASSADA SEQUENCIAL NO CADASTRO: PLANO DO ASSINANTE E
      * COERENCIA ENTRE O STATUS E A DATA DE INATIVACAO. O BLOQUEADO
      * CONTINUA ASSINANTE E NAO E CONFERIDO QUANTO A DATA.
       P100-CONFERE-USUARIOS.

           SET EOF-OK TO FALSE
           PERFORM P110-CONFERE-USUARIO UNTIL EOF-OK

           GO TO P100-EXIT.

       P100-EXIT.
           EXIT.

       P110-CONFERE-USUARIO.

           READ USUARIO NEXT
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-USUARIOS
                   MOVE PLANO-USUARIO TO WS-PLANO-PROCURADO
                   PERFORM P700-LOCALIZA-PLANO
                   IF NOT PLANO-OK
                       MOVE SPACES TO WS-LE-TEXTO
                       STRING 'PLANO-USUARIO "' PLANO-USUARIO
                              '" FORA DE PLANOS.DAT'
                           DELIMITED BY SIZE INTO WS-LE-TEXTO
                       MOVE 08 TO WS-COD-EXC
                       PERFORM P120-EXCECAO-USUARIO
                   END-IF
                   IF USUARIO-INATIVO AND DT-INATIVACAO = 0
                       MOVE 'STATUS 0 (INATIVO) SEM DT-INATIVACAO'
                                        TO WS-LE-TEXTO
                       MOVE 10 TO WS-COD-EXC
                       PERFORM P120-EXCECAO-USUARIO
                   END-IF
                   IF USUARIO-ATIVO AND DT-INATIVACAO NOT = 0
                       MOVE SPACES TO WS-LE-TEXTO
                       STRING 'STATUS 1 (ATIVO) COM DT-INATIVACAO '
                              DT-INATIVACAO
                           DELIMITED BY SIZE INTO WS-LE-TEXTO
                       MOVE 11 TO WS-COD-EXC
                       PERFORM P120-EXCECAO-USUARIO
                   END-IF
           END-READ

           .
       P120-EXCECAO-USUARIO.

           MOVE 'USUARIO.DAT'  TO WS-LE-ARQUIVO
           MOVE SPACES         TO WS-LE-CHAVE
           STRING 'ID ' ID-USUARIO
               DELIMITED BY SIZE INTO WS-LE-CHAVE
           PERFORM P800-GRAVA-EXCECAO

           .
      * PERFIL.DAT VEM EM ORDEM DE CHAVE, ENTAO OS PERFIS DE UM MESMO
      * ASSINANTE CHEGAM JUNTOS: A CADA TROCA DE ID O ASSINANTE E
      * PROCURADO UMA VEZ E, NO FIM DO GRUPO, OS PERFIS ATIVOS SAO
      * COMPARADOS COM O LIMITE DO PLANO DELE.
       P200-CONFERE-PERFIS.

           SET FS-PRF-OK TO TRUE
           OPEN INPUT PERFIL

           IF FS-PRF-NAOACHOU
               DISPLAY 'PERFIL.DAT NAO ENCONTRADO - NADA A CONFERIR'
               GO TO P200-EXIT
           END-IF

           IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO ABRIR PERFIL.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               SET JOB-OK TO FALSE
               GO TO P200-EXIT
           END-IF

           MOVE 0 TO WS-GRP-ID
           SET GRUPO-CONFERE-LIMITE TO FALSE
           SET EOF-PRF TO FALSE
           PERFORM P210-CONFERE-PERFIL UNTIL EOF-PRF

           IF WS-GRP-ID NOT = 0
               PERFORM P230-FECHA-GRUPO
           END-IF

           CLOSE PERFIL

           GO TO P200-EXIT.

       P200-EXIT.
           EXIT.

       P210-CONFERE-PERFIL.

           READ PERFIL
               AT END
                   SET EOF-PRF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-PERFIS
                   IF PRF-ID-USUARIO NOT = WS-GRP-ID
                       IF WS-GRP-ID NOT = 0
                           PERFORM P230-FECHA-GRUPO
                       END-IF
                       PERFORM P220-INICIA-GRUPO
                   END-IF
                   IF PRF-ATIVO
                       ADD 1 TO WS-GRP-ATIVOS
                   END-IF
                   IF NOT ID-NO-CADASTRO
                       PERFORM P240-PERFIL-ORFAO
                   END-IF
           END-READ

           .
       P220-INICIA-GRUPO.

           MOVE PRF-ID-USUARIO TO WS-GRP-ID
           MOVE 0              TO WS-GRP-ATIVOS
           SET GRUPO-CONFERE-LIMITE TO FALSE

           MOVE PRF-ID-USUARIO TO WS-ID-PROCURADO
           PERFORM P710-LOCALIZA-ASSINANTE

      * ASSINANTE COM PLANO INEXISTENTE JA SAIU COMO C08 - SEM PLANO
      * NAO HA LIMITE A CONFERIR.
           IF ID-NO-CADASTRO
               MOVE PLANO-USUARIO TO WS-PLANO-PROCURADO
               PERFORM P700-LOCALIZA-PLANO
               IF PLANO-OK
                   SET GRUPO-CONFERE-LIMITE TO TRUE
                   MOVE PLANO-USUARIO TO WS-GRP-PLANO
                   MOVE WS-PLANO-LIMITE (WS-PLANO-IDX)
                                       TO WS-GRP-LIMITE
               END-IF
           END-IF

           .
       P230-FECHA-GRUPO.

           IF GRUPO-CONFERE-LIMITE
            AND WS-GRP-ATIVOS > WS-GRP-LIMITE
               MOVE 'PERFIL.DAT'   TO WS-LE-ARQUIVO
               MOVE SPACES         TO WS-LE-CHAVE
               STRING 'ID ' WS-GRP-ID
                   DELIMITED BY SIZE INTO WS-LE-CHAVE
               MOVE SPACES         TO WS-LE-TEXTO
               STRING WS-GRP-ATIVOS ' PERFIS ATIVOS - PLANO '
                      WS-GRP-PLANO ' PERMITE ' WS-GRP-LIMITE
                   DELIMITED BY SIZE INTO WS-LE-TEXTO
               MOVE 09             TO WS-COD-EXC
               PERFORM P800-GRAVA-EXCECAO
           END-IF

           .
       P240-PERFIL-ORFAO.

           MOVE 'PERFIL.DAT'   TO WS-LE-ARQUIVO
           MOVE SPACES         TO WS-LE-CHAVE
           STRING 'ID ' PRF-ID-USUARIO '/' PRF-SEQUENCIA
               DELIMITED BY SIZE INTO WS-LE-CHAVE
           MOVE SPACES         TO WS-LE-TEXTO

           IF ID-EXPURGADO
               STRING 'PERFIL ' PRF-NOME (1:20) ' EXPURGO '
                      HIST-DT-PURGA
                   DELIMITED BY SIZE INTO WS-LE-TEXTO
               MOVE 02         TO WS-COD-EXC
           ELSE
               STRING 'PERFIL ' PRF-NOME (1:20)
                      ' SEM USUARIO/HISTUSU'
                   DELIMITED BY SIZE INTO WS-LE-TEXTO
               MOVE 01         TO WS-COD-EXC
           END-IF

           PERFORM P800-GRAVA-EXCECAO

           .
      * O PLANO ANTERIOR EM BRANCO NAO E ERRO (TROCA GRAVADA PARA
      * ASSINANTE QUE AINDA NAO TINHA PLANO).
       P300-CONFERE-TROCAS.

           SET FS-PCH-OK TO TRUE
           OPEN INPUT PLANHIST

           IF FS-PCH-NAOACHOU
               DISPLAY 'PLANHIST.DAT NAO ENCONTRADO - NADA A CONFERIR'
               GO TO P300-EXIT
           END-IF

           IF NOT FS-PCH-OK
               DISPLAY 'ERRO AO ABRIR PLANHIST.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-PCH
               SET JOB-OK TO FALSE
               GO TO P300-EXIT
           END-IF

           SET EOF-PCH TO FALSE
           PERFORM P310-CONFERE-TROCA UNTIL EOF-PCH

           CLOSE PLANHIST

           GO TO P300-EXIT.

       P300-EXIT.
           EXIT.

       P310-CONFERE-TROCA.

           READ PLANHIST
               AT END
                   SET EOF-PCH TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-TROCAS-LIDAS
                   IF PCH-PLANO-ANTERIOR NOT = SPACES
                       MOVE PCH-PLANO-ANTERIOR TO WS-PLANO-PROCURADO
                       PERFORM P700-LOCALIZA-PLANO
                       IF NOT PLANO-OK
                           PERFORM P320-EXCECAO-TROCA
                       END-IF
                   END-IF
                   MOVE PCH-PLANO-NOVO TO WS-PLANO-PROCURADO
                   PERFORM P700-LOCALIZA-PLANO
                   IF NOT PLANO-OK
                       PERFORM P320-EXCECAO-TROCA
                   END-IF
           END-READ

           .
       P320-EXCECAO-TROCA.

           MOVE 'PLANHIST.DAT' TO WS-LE-ARQUIVO
           MOVE SPACES         TO WS-LE-CHAVE
           STRING 'ID ' PCH-ID-USUARIO
               DELIMITED BY SIZE INTO WS-LE-CHAVE
           MOVE SPACES         TO WS-LE-TEXTO
           STRING 'TROCA ' PCH-PLANO-ANTERIOR '>' PCH-PLANO-NOVO
                  ' EM ' PCH-DATA-EFETIVA ' - PLANO '
                  WS-PLANO-PROCURADO ' NAO EXISTE'
               DELIMITED BY SIZE INTO WS-LE-TEXTO
           MOVE 03             TO WS-COD-EXC
           PERFORM P800-GRAVA-EXCECAO

           .
       P400-CONFERE-REAJUSTES.

           SET FS-PFU-OK TO TRUE
           OPEN INPUT PRECOFUT

           IF FS-PFU-NAOACHOU
               DISPLAY 'PRECOFUT.DAT NAO ENCONTRADO - NADA A CONFERIR'
               GO TO P400-EXIT
           END-IF

           IF NOT FS-PFU-OK
               DISPLAY 'ERRO AO ABRIR PRECOFUT.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-PFU
               SET JOB-OK TO FALSE
               GO TO P400-EXIT
           END-IF

           SET EOF-PFU TO FALSE
           PERFORM P410-CONFERE-REAJUSTE UNTIL EOF-PFU

           CLOSE PRECOFUT

           GO TO P400-EXIT.

       P400-EXIT.
           EXIT.

       P410-CONFERE-REAJUSTE.

           READ PRECOFUT
               AT END
                   SET EOF-PFU TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-REAJUSTES
                   MOVE PFU-PLANO-CODIGO TO WS-PLANO-PROCURADO
                   PERFORM P700-LOCALIZA-PLANO
                   IF NOT PLANO-OK
                       MOVE 'PRECOFUT.DAT' TO WS-LE-ARQUIVO
                       MOVE SPACES         TO WS-LE-CHAVE
                       STRING 'PLANO ' PFU-PLANO-CODIGO
                           DELIMITED BY SIZE INTO WS-LE-CHAVE
                       MOVE PFU-PRECO-NOVO TO WS-VALOR-EDIT
                       MOVE SPACES         TO WS-LE-TEXTO
                       STRING 'REAJUSTE P/ ' WS-VALOR-EDIT
                              ' NA COMPETENCIA ' PFU-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-LE-TEXTO
                       MOVE 04             TO WS-COD-EXC
                       PERFORM P800-GRAVA-EXCECAO
                   END-IF
           END-READ

           .
      * SO A FATURA AINDA ABERTA INTERESSA - A JA LIQUIDADA NAO TEM
      * MAIS NADA A COBRAR DE NINGUEM.
       P500-CONFERE-ABERTOS.

           SET FS-ABE-OK TO TRUE
           OPEN INPUT ABERTOS

           IF FS-ABE-NAOACHOU
               DISPLAY 'ABERTOS.DAT NAO ENCONTRADO - NADA A CONFERIR'
               GO TO P500-EXIT
           END-IF

           IF NOT FS-ABE-OK
               DISPLAY 'ERRO AO ABRIR ABERTOS.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-ABE
               SET JOB-OK TO FALSE
               GO TO P500-EXIT
           END-IF

           SET EOF-ABE TO FALSE
           PERFORM P510-CONFERE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           GO TO P500-EXIT.

       P500-EXIT.
           EXIT.

       P510-CONFERE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ABERTA
                       ADD 1 TO WS-QTD-ABE-LIDOS
                       MOVE ABE-ID-USUARIO TO WS-ID-PROCURADO
                       PERFORM P710-LOCALIZA-ASSINANTE
                       EVALUATE TRUE
                           WHEN ID-EXPURGADO
                               MOVE 05 TO WS-COD-EXC
                               PERFORM P520-EXCECAO-ABERTO
                           WHEN ID-DESCONHECIDO
                               MOVE 07 TO WS-COD-EXC
                               PERFORM P520-EXCECAO-ABERTO
                           WHEN USUARIO-INATIVO
                               MOVE 06 TO WS-COD-EXC
                               PERFORM P520-EXCECAO-ABERTO
                       END-EVALUATE
                   END-IF
           END-READ

           .
       P520-EXCECAO-ABERTO.

           MOVE 'ABERTOS.DAT'  TO WS-LE-ARQUIVO
           MOVE SPACES         TO WS-LE-CHAVE
           STRING 'ID ' ABE-ID-USUARIO
               DELIMITED BY SIZE INTO WS-LE-CHAVE
           MOVE ABE-VALOR      TO WS-VALOR-EDIT
           MOVE SPACES         TO WS-LE-TEXTO
           STRING 'COMPETENCIA ' ABE-COMPETENCIA
                  ' VALOR ' WS-VALOR-EDIT
                  ' DIAS ' ABE-DIAS-ABERTO
               DELIMITED BY SIZE INTO WS-LE-TEXTO
           PERFORM P800-GRAVA-EXCECAO

           .
       P600-RESUMO.

           MOVE ALL '-' TO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING 'LIDOS - USUARIOS: ' WS-QTD-USUARIOS
                  '  PERFIS: ' WS-QTD-PERFIS
                  '  TROCAS: ' WS-QTD-TROCAS-LIDAS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING 'LIDOS - REAJUSTES: ' WS-QTD-REAJUSTES
                  '  FATURAS ABERTAS: ' WS-QTD-ABE-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL
           MOVE 'OCORRENCIAS POR CODIGO:' TO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           PERFORM P610-LINHA-CODIGO
               VARYING WS-SUB-COD FROM 1 BY 1
               UNTIL WS-SUB-COD > 11

           MOVE SPACES TO WS-LINHA-REL
           STRING 'TOTAL DE OCORRENCIAS: ' WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL

           IF JOB-OK AND WS-QTD-EXCECOES = 0
               MOVE 'RESULTADO: OK - CADASTRO CONSISTENTE'
                                        TO WS-LINHA-REL
           ELSE
               MOVE 'RESULTADO: NAO OK - CORRIGIR ANTES DA COBRANCA'
                                        TO WS-LINHA-REL
           END-IF

           WRITE REG-RELCONS FROM WS-LINHA-REL

           DISPLAY '***************************************'
           DISPLAY '* RESULTADO DA CONFERENCIA DO CADASTRO *'
           DISPLAY '***************************************'
           DISPLAY 'OCORRENCIAS ENCONTRADAS: ' WS-QTD-EXCECOES
           DISPLAY WS-LINHA-REL
           DISPLAY 'RELATORIO GRAVADO EM C:\ArqCobol\RELCONS.DAT'

           .
       P610-LINHA-CODIGO.

           MOVE SPACES TO WS-LINHA-REL
           STRING '  ' WS-DESC-CODIGO (WS-SUB-COD) ' '
                  WS-DESC-TEXTO (WS-SUB-COD) ': '
                  WS-OCO-QTD (WS-SUB-COD)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE REG-RELCONS FROM WS-LINHA-REL

           .
       P700-LOCALIZA-PLANO.

           SET PLANO-OK TO FALSE
           MOVE 0 TO WS-PLANO-IDX

           PERFORM P701-PROCURA-PLANO
               VARYING WS-SUB-PLANO FROM 1 BY 1
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS
                  OR PLANO-OK

           .
       P701-PROCURA-PLANO.

           IF WS-PLANO-PROCURADO = WS-PLANO-CODIGO (WS-SUB-PLANO)
               SET PLANO-OK TO TRUE
               MOVE WS-SUB-PLANO TO WS-PLANO-IDX
           END-IF

           .
      * PROCURA O ID NO CADASTRO E, NAO ACHANDO, NO HISTORICO DE
      * EXPURGADOS. ACHANDO NO CADASTRO, REG-USUARIOS FICA COM O
      * REGISTRO LIDO PARA QUEM CHAMOU.
       P710-LOCALIZA-ASSINANTE.

           SET ID-NO-CADASTRO TO TRUE
           MOVE WS-ID-PROCURADO TO ID-USUARIO

           READ USUARIO KEY IS ID-USUARIO
               INVALID KEY
                   SET ID-DESCONHECIDO TO TRUE
           END-READ

           IF ID-DESCONHECIDO AND HIST-DISPONIVEL
               MOVE WS-ID-PROCURADO TO HIST-ID-USUARIO
               READ HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ID-EXPURGADO TO TRUE
               END-READ
           END-IF

           .
       P800-GRAVA-EXCECAO.

           MOVE WS-DESC-CODIGO (WS-COD-EXC) TO WS-LE-CODIGO
           WRITE REG-RELCONS FROM WS-LINHA-EXC

           ADD 1 TO WS-OCO-QTD (WS-COD-EXC)
           ADD 1 TO WS-QTD-EXCECOES

           .
       END PROGRAM CONSIST.
