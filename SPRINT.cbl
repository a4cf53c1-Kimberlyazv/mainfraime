               SELECT USUARIO ASSIGN TO
               'C:\ArqCobol\USUARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY ID-USUARIO
               ALTERNATE RECORD KEY IS EMAIL-USUARIO
               FILE STATUS IS WS-FS.
               RECORD KEY PRF-CHAVE
               FILE STATUS IS WS-FS-PRF.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

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

               SELECT ABERTOS ASSIGN TO
               'C:\ArqCobol\ABERTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ABE.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
       FD PERFIL.
           COPY CADPERF.

       FD JORNAL.
           COPY CADJRN.

       FD CUPONS.
           COPY CADCUP.

       FD PROMOCOES.
           COPY CADPRO.

       FD ABERTOS.
           COPY CADABE.

       WORKING-STORAGE SECTION.
       01 WS-USUARIOS               PIC X(300) VALUE SPACES.
       01 FILLER REDEFINES WS-USUARIOS.
           88 OPCAO-SENHA           VALUE '6'.
           88 OPCAO-PLANO           VALUE '7'.
           88 OPCAO-PERFIS          VALUE '8'.
           88 OPCAO-CUPOM           VALUE '9'.
           88 OPCAO-SAIR            VALUE 'F' 'f'.
       77 WS-MODO                   PIC X(01).
           88 MODO-NOVO             VALUE '1'.
           88 PERF-INCLUIR          VALUE '2'.
           88 PERF-DESATIVAR        VALUE '3'.
           88 PERF-VOLTAR           VALUE 'F' 'f'.
       77 WS-DIAS-TESTE-TXT         PIC X(02).
       77 WS-DIAS-TESTE             PIC 9(02).
       77 WS-TESTE-MAX-DIAS         PIC 9(02) VALUE 30.
       77 WS-FIM-TESTE              PIC 9(08).
       77 WS-CUPOM-INFORMADO        PIC X(10).
       77 WS-PROMO-ATIVA            PIC X(01).
           88 PROMO-ATIVA           VALUE 'S' FALSE 'N'.
       77 WS-TEL-ALERTA             PIC X(01).
           88 TEL-ALERTA            VALUE 'S' FALSE 'N'.
       77 WS-QTD-SUSPEITOS          PIC 9(02).
       77 WS-SUB-SUSP               PIC 9(02).
       77 WS-SUSP-VALOR-EDIT        PIC ZZ.ZZZ.ZZ9,99.
      * ASSINANTES INATIVOS OU BLOQUEADOS COM O MESMO TELEFONE DO
      * CADASTRO EM ANDAMENTO E O QUE DEVEM EM ABERTOS.DAT.
       01 WS-TABELA-SUSPEITOS.
           03 WS-SUSPEITO OCCURS 20 TIMES.
               05 WS-SUSP-ID        PIC 9(06).
               05 WS-SUSP-STATUS    PIC X(01).
               05 WS-SUSP-QTD       PIC 9(03).
               05 WS-SUSP-VALOR     PIC 9(07)V99.

       COPY "CADSPRINT2".
       COPY "CADDOM2".
       COPY "CADPCH2".
       COPY "CADOPE2".
       COPY "CADPERF2".
       COPY "CADJRN2".
       COPY "CADCUP2".
       COPY "CADPRO2".
       COPY "CADABE2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P053-CARREGA-PLANOS
           PERFORM P055-INICIALIZA-CONTROLE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P058-INICIALIZA-JORNAL
           PERFORM P020-IDENTIFICA-OPERADOR THRU P020-EXIT

           IF NOT OPERADOR-OK
           DISPLAY '6 - TROCAR SENHA DO ASSINANTE'
           DISPLAY '7 - TROCAR PLANO DO ASSINANTE'
           DISPLAY '8 - PERFIS DE VISUALIZACAO'
           DISPLAY '9 - VINCULAR CUPOM DE PROMOCAO'
           DISPLAY 'F - FINALIZAR'
           DISPLAY 'Informe a opcao desejada: '
           ACCEPT WS-OPCAO
      * CADASTRO E LOTE EXIGEM PERFIL 2 OU 3; INATIVACAO E SO DA
      * ADMINISTRACAO (PERFIL 3).
           IF (OPCAO-NOVO OR OPCAO-ATUALIZA OR OPCAO-LOTE
               OR OPCAO-SENHA OR OPCAO-PLANO OR OPCAO-PERFIS
               OR OPCAO-CUPOM)
            AND WS-OPERADOR-PERFIL < '2'
               DISPLAY 'OPCAO NAO PERMITIDA PARA O SEU PERFIL!'
               GO TO P090-MENU
               GO TO P118-PERFIS
           END-IF

           IF OPCAO-CUPOM
               GO TO P120-VINCULA-CUPOM
           END-IF

           DISPLAY 'OPCAO INVALIDA!'
           GO TO P090-MENU.

                                            TO WS-LOG-RESULTADO
                       PERFORM P800-GRAVA-LOG
                   ELSE
                       MOVE REG-USUARIOS TO WS-JRN-ANTES
                       SET USUARIO-INATIVO TO TRUE
                       MOVE WS-DATA-HOJE TO DT-INATIVACAO
                       MOVE FUNCTION CURRENT-DATE (1:14)
                               MOVE 'USUARIO INATIVADO COM SUCESSO'
                                            TO WS-LOG-RESULTADO
                               PERFORM P800-GRAVA-LOG
                               SET JRN-OPER-ALTERACAO TO TRUE
                               PERFORM P810-GRAVA-JORNAL
                       END-REWRITE
                   END-IF
           END-READ
               GO TO P300-FIM
           END-IF

           MOVE REG-USUARIOS     TO WS-JRN-ANTES
           MOVE WS-PLANO-USUARIO TO PLANO-USUARIO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                 TO DT-ULT-MANUTENCAO
                   GO TO P300-FIM
           END-REWRITE

           SET JRN-OPER-ALTERACAO TO TRUE
           PERFORM P810-GRAVA-JORNAL

           CLOSE USUARIO

           PERFORM P117-GRAVA-HISTORICO

           CLOSE PLANHIST

           .
      * O CUPOM VINCULADO DEPOIS DO CADASTRO SEGUE AS MESMAS REGRAS
      * DA ADESAO NO CADASTRO (VALIDADE, USOS E PLANO DO ASSINANTE);
      * O ASSINANTE SO TEM UM CUPOM EM ANDAMENTO POR VEZ.
       P120-VINCULA-CUPOM.

           DISPLAY 'Informe o numero de identificacao do assinante: '
           ACCEPT WS-ID-USUARIO
           MOVE WS-ID-USUARIO TO ID-USUARIO

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF WS-FS EQUAL 35
               DISPLAY 'ARQUIVO DE USUARIOS AINDA NAO POSSUI CADASTROS'
               GO TO P300-FIM
           END-IF

           READ USUARIO
               INVALID KEY
                   DISPLAY 'ASSINANTE NAO ENCONTRADO!'
                   MOVE 'VINCULO DE CUPOM - ID NAO ENCONTRADO'
                                            TO WS-LOG-RESULTADO
                   PERFORM P800-GRAVA-LOG
                   CLOSE USUARIO
                   GO TO P300-FIM
           END-READ

           CLOSE USUARIO

           IF USUARIO-INATIVO
               DISPLAY 'ASSINANTE INATIVO - '
                       'VINCULO DE CUPOM NAO PERMITIDO'
               MOVE 'VINCULO DE CUPOM - ASSINANTE INATIVO'
                                        TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           DISPLAY 'ASSINANTE     : ' NM-USUARIO
           DISPLAY 'PLANO ATUAL   : ' PLANO-USUARIO
           MOVE PLANO-USUARIO TO WS-PLANO-USUARIO

           PERFORM P125-VERIFICA-PROMOCAO THRU P125-EXIT

           IF PROMO-ATIVA
               DISPLAY 'ASSINANTE JA TEM CUPOM EM ANDAMENTO - '
                       'AGUARDE O FIM DO DESCONTO ATUAL'
               MOVE 'VINCULO DE CUPOM - CUPOM JA EM ANDAMENTO'
                                        TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           PERFORM P470-PEDE-CUPOM THRU P470-EXIT

           IF WS-CUPOM-INFORMADO = SPACES
               DISPLAY 'NENHUM CUPOM VINCULADO'
               GO TO P300-FIM
           END-IF

           DISPLAY 'CONFIRMA O CUPOM ' WS-CUPOM-INFORMADO
                   ' PARA O ASSINANTE ' WS-ID-USUARIO ' ? (S/N): '
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM
               DISPLAY 'VINCULO CANCELADO - NENHUM CUPOM GRAVADO'
               MOVE 'VINCULO DE CUPOM CANCELADO PELO OPERADOR'
                                        TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           MOVE ZEROS TO WS-DIAS-TESTE
           PERFORM P480-GRAVA-PROMOCAO THRU P480-EXIT

           IF WS-CUPOM-INFORMADO = SPACES
               DISPLAY 'NENHUM CUPOM VINCULADO'
               MOVE 'VINCULO DE CUPOM - CUPOM NAO MAIS DISPONIVEL'
                                        TO WS-LOG-RESULTADO
               PERFORM P800-GRAVA-LOG
               GO TO P300-FIM
           END-IF

           DISPLAY 'Cupom vinculado com sucesso!'
           DISPLAY 'O DESCONTO ENTRA NA PROXIMA COBRANCA MENSAL.'
           MOVE 'CUPOM DE PROMOCAO VINCULADO AO ASSINANTE'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           GO TO P300-FIM.

       P125-VERIFICA-PROMOCAO.

           SET PROMO-ATIVA  TO FALSE
           SET FS-PRO-OK    TO TRUE
           SET EOF-PRO      TO FALSE

           OPEN INPUT PROMOCOES

           IF NOT FS-PRO-OK
               GO TO P125-EXIT
           END-IF

           PERFORM P126-LE-PROMOCAO UNTIL EOF-PRO

           CLOSE PROMOCOES

           GO TO P125-EXIT.

       P125-EXIT.
           EXIT.

       P126-LE-PROMOCAO.

           READ PROMOCOES
               AT END
                   SET EOF-PRO TO TRUE
               NOT AT END
                   IF PRO-ID-USUARIO = WS-ID-USUARIO
                    AND PRO-CUPOM NOT = SPACES
                    AND PRO-ATIVA
                       SET PROMO-ATIVA TO TRUE
                   END-IF
           END-READ

           .
       P118-PERFIS.

           MOVE WS-OPERADOR-ATUAL   TO LOG-OPERADOR
           WRITE REG-LOG

           .
      * TODA GRAVACAO BEM-SUCEDIDA DE REG-USUARIOS VAI PARA O JORNAL
      * COM A IMAGEM ANTERIOR (GUARDADA PELO CHAMADOR) E A NOVA -
      * E O QUE PERMITE AO RESTUSU REFAZER O DIA SOBRE O BACKUP.
       P058-INICIALIZA-JORNAL.

           SET FS-JRN-OK      TO TRUE
           OPEN EXTEND JORNAL

           IF FS-JRN-NAOACHOU
               OPEN OUTPUT JORNAL
           END-IF

           .
       P810-GRAVA-JORNAL.

           MOVE SPACES              TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE (1:14)
                                    TO JRN-DATA-HORA
           MOVE WS-JRN-OPERACAO     TO JRN-OPERACAO
           MOVE ID-USUARIO          TO JRN-ID-USUARIO
           MOVE 'SPRINT'            TO JRN-PROGRAMA
           MOVE WS-OPERADOR-ATUAL   TO JRN-OPERADOR
           MOVE WS-JRN-ANTES        TO JRN-ANTES
           MOVE REG-USUARIOS        TO JRN-DEPOIS
           WRITE REG-JORNAL

           .
       P050-CARREGA-DOMINIOS.

           SET FS-OK        TO TRUE

           INITIALIZE WS-NM-USUARIO
           MOVE ZEROS       TO WS-DIAS-TESTE
           MOVE SPACES      TO WS-CUPOM-INFORMADO
           SET TEL-ALERTA   TO FALSE

           DISPLAY 'PARA REGISTRAR UM USUARIO, INFORME: '

           END-READ

           .
      * O TELEFONE NAO E CHAVE DE USUARIO.DAT: O ARQUIVO E LIDO
      * INTEIRO ATRAS DE INATIVOS OU BLOQUEADOS COM O MESMO NUMERO,
      * E SO OS QUE TEM FATURA EM ABERTO GERAM O AVISO. O CADASTRO
      * SEGUE - A DECISAO FICA COM O OPERADOR.
       P405-VERIFICA-TELEFONE.

           MOVE 0 TO WS-QTD-SUSPEITOS
           INITIALIZE WS-TABELA-SUSPEITOS

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO

           IF NOT FS-OK
               GO TO P405-EXIT
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P406-LE-USUARIO UNTIL EOF-OK

           CLOSE USUARIO

           IF WS-QTD-SUSPEITOS = 0
               GO TO P405-EXIT
           END-IF

           SET FS-ABE-OK TO TRUE
           OPEN INPUT ABERTOS

           IF NOT FS-ABE-OK
               GO TO P405-EXIT
           END-IF

           SET EOF-ABE TO FALSE
           PERFORM P407-LE-ABERTO UNTIL EOF-ABE

           CLOSE ABERTOS

           PERFORM P409-AVISA-TELEFONE
               VARYING WS-SUB-SUSP FROM 1 BY 1
               UNTIL WS-SUB-SUSP > WS-QTD-SUSPEITOS

           GO TO P405-EXIT.

       P405-EXIT.
           EXIT.

       P406-LE-USUARIO.

           READ USUARIO NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF TEL-USUARIO = WS-TEL-USUARIO
                    AND (USUARIO-INATIVO OR USUARIO-BLOQUEADO)
                    AND NOT (MODO-ATUALIZA
                             AND ID-USUARIO = WS-ID-USUARIO)
                    AND WS-QTD-SUSPEITOS < 20
                       ADD 1 TO WS-QTD-SUSPEITOS
                       MOVE ID-USUARIO
                            TO WS-SUSP-ID (WS-QTD-SUSPEITOS)
                       MOVE STATUS-USUARIO
                            TO WS-SUSP-STATUS (WS-QTD-SUSPEITOS)
                   END-IF
           END-READ

           .
       P407-LE-ABERTO.

           READ ABERTOS
               AT END
                   SET EOF-ABE TO TRUE
               NOT AT END
                   IF ABE-ABERTA
                       PERFORM P408-SOMA-ABERTO
                           VARYING WS-SUB-SUSP FROM 1 BY 1
                           UNTIL WS-SUB-SUSP > WS-QTD-SUSPEITOS
                   END-IF
           END-READ

           .
       P408-SOMA-ABERTO.

           IF WS-SUSP-ID (WS-SUB-SUSP) = ABE-ID-USUARIO
               ADD 1         TO WS-SUSP-QTD (WS-SUB-SUSP)
               ADD ABE-VALOR TO WS-SUSP-VALOR (WS-SUB-SUSP)
           END-IF

           .
       P409-AVISA-TELEFONE.

           IF WS-SUSP-QTD (WS-SUB-SUSP) > 0
               IF NOT TEL-ALERTA
                   DISPLAY "*******************************************"
                   DISPLAY "* ATENCAO - TELEFONE JA PERTENCE A        *"
                   DISPLAY "* ASSINANTE INATIVO OU BLOQUEADO COM      *"
                   DISPLAY "* FATURA EM ABERTO                        *"
                   DISPLAY "*******************************************"
                   SET TEL-ALERTA TO TRUE
               END-IF
               MOVE WS-SUSP-VALOR (WS-SUB-SUSP) TO WS-SUSP-VALOR-EDIT
               IF WS-SUSP-STATUS (WS-SUB-SUSP) = '2'
                   DISPLAY 'ID ' WS-SUSP-ID (WS-SUB-SUSP)
                           ' BLOQUEADO - FATURAS EM ABERTO: '
                           WS-SUSP-QTD (WS-SUB-SUSP)
                           ' - TOTAL ' WS-SUSP-VALOR-EDIT
               ELSE
                   DISPLAY 'ID ' WS-SUSP-ID (WS-SUB-SUSP)
                           ' INATIVO   - FATURAS EM ABERTO: '
                           WS-SUSP-QTD (WS-SUB-SUSP)
                           ' - TOTAL ' WS-SUSP-VALOR-EDIT
               END-IF
           END-IF

           .


       P400-TELEFONE.
               DISPLAY "REPETIR O PROCESSO!"
               GO TO P400-TELEFONE
            ELSE
               PERFORM P405-VERIFICA-TELEFONE THRU P405-EXIT.

       P450-PLANO.

               DISPLAY "TENTE NOVAMENTE!"
               GO TO P450-PLANO
            ELSE
               GO TO P460-PROMOCAO.

       P451-LISTA-PLANO.

               SET PLANO-OK TO TRUE
           END-IF

           .
      * SO O CADASTRO NOVO GANHA TESTE GRATIS - O TESTE COMECA NO
      * DIA DO CADASTRO E A COBRANCA MENSAL NAO COBRA OS DIAS DA
      * COMPETENCIA ATE O FIM DELE.
       P460-PROMOCAO.

           IF NOT MODO-NOVO
               GO TO P500-PASSWORD
           END-IF

           MOVE SPACES TO WS-DIAS-TESTE-TXT
           DISPLAY 'Dias de teste gratis (00 a ' WS-TESTE-MAX-DIAS
                   ' - 00 = SEM TESTE): '
           ACCEPT WS-DIAS-TESTE-TXT

           IF WS-DIAS-TESTE-TXT = SPACES
               MOVE '00' TO WS-DIAS-TESTE-TXT
           END-IF

           IF WS-DIAS-TESTE-TXT NOT NUMERIC
               DISPLAY 'DIAS INVALIDOS - USE DOIS DIGITOS!'
               GO TO P460-PROMOCAO
           END-IF

           MOVE WS-DIAS-TESTE-TXT TO WS-DIAS-TESTE

           IF WS-DIAS-TESTE > WS-TESTE-MAX-DIAS
               DISPLAY 'TESTE GRATIS LIMITADO A ' WS-TESTE-MAX-DIAS
                       ' DIAS!'
               GO TO P460-PROMOCAO
           END-IF

           PERFORM P470-PEDE-CUPOM THRU P470-EXIT

           GO TO P500-PASSWORD.

      * O CUPOM E CONFERIDO CONTRA A TABELA DO MANCUP LIDA NA HORA:
      * TEM DE ESTAR ATIVO, DENTRO DA VALIDADE, COM USOS DISPONIVEIS
      * E VALER PARA O PLANO DO ASSINANTE. <ENTER> SEGUE SEM CUPOM.
       P470-PEDE-CUPOM.

           PERFORM P475-CARREGA-CUPONS

           .
       P471-INFORMA-CUPOM.

           MOVE SPACES TO WS-CUPOM-INFORMADO
           DISPLAY 'Cupom de promocao (<ENTER> = SEM CUPOM): '
           ACCEPT WS-CUPOM-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-CUPOM-INFORMADO)
                                    TO WS-CUPOM-INFORMADO

           IF WS-CUPOM-INFORMADO = SPACES
               GO TO P470-EXIT
           END-IF

           SET CUPOM-OK TO FALSE
           PERFORM P472-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF NOT CUPOM-OK
               DISPLAY 'CUPOM NAO CADASTRADO!'
               GO TO P471-INFORMA-CUPOM
           END-IF

           IF WS-CUP-SITUACAO (WS-CUP-IDX) NOT = 'A'
               DISPLAY 'CUPOM ENCERRADO - NAO ACEITA ADESOES!'
               GO TO P471-INFORMA-CUPOM
           END-IF

           IF WS-DATA-HOJE < WS-CUP-DATA-INICIO (WS-CUP-IDX)
            OR WS-DATA-HOJE > WS-CUP-DATA-FIM (WS-CUP-IDX)
               DISPLAY 'CUPOM FORA DA VALIDADE ('
                       WS-CUP-DATA-INICIO (WS-CUP-IDX) ' A '
                       WS-CUP-DATA-FIM (WS-CUP-IDX) ')!'
               GO TO P471-INFORMA-CUPOM
           END-IF

           IF WS-CUP-MAX-USOS (WS-CUP-IDX) > 0
            AND WS-CUP-QTD-USOS (WS-CUP-IDX)
                NOT < WS-CUP-MAX-USOS (WS-CUP-IDX)
               DISPLAY 'CUPOM ESGOTADO - LIMITE DE '
                       WS-CUP-MAX-USOS (WS-CUP-IDX) ' USOS!'
               GO TO P471-INFORMA-CUPOM
           END-IF

           SET CUPOM-PLANO-OK TO FALSE
           IF WS-CUP-PLANO (WS-CUP-IDX, 1) = SPACES
               SET CUPOM-PLANO-OK TO TRUE
           ELSE
               PERFORM P473-PROCURA-PLANO-CUPOM
                   VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
                   UNTIL WS-SUB-CUP-PLANO > 5
                      OR CUPOM-PLANO-OK
           END-IF

           IF NOT CUPOM-PLANO-OK
               DISPLAY 'CUPOM NAO VALE PARA O PLANO '
                       WS-PLANO-USUARIO '!'
               GO TO P471-INFORMA-CUPOM
           END-IF

           DISPLAY 'CUPOM ACEITO: ' WS-CUP-DESCRICAO (WS-CUP-IDX)

           GO TO P470-EXIT.

       P470-EXIT.
           EXIT.

       P472-PROCURA-CUPOM.

           IF WS-CUP-CODIGO (WS-SUB-CUP) = WS-CUPOM-INFORMADO
               SET CUPOM-OK TO TRUE
               MOVE WS-SUB-CUP TO WS-CUP-IDX
           END-IF

           .
       P473-PROCURA-PLANO-CUPOM.

           IF WS-CUP-PLANO (WS-CUP-IDX, WS-SUB-CUP-PLANO)
                = WS-PLANO-USUARIO
               SET CUPOM-PLANO-OK TO TRUE
           END-IF

           .
       P475-CARREGA-CUPONS.

           MOVE 0                  TO WS-QTD-CUPONS
           SET FS-CUP-OK           TO TRUE
           SET EOF-CUP             TO FALSE

           OPEN INPUT CUPONS

           IF FS-CUP-OK
               PERFORM P476-LE-CUPOM UNTIL EOF-CUP
               CLOSE CUPONS
           END-IF

           .
       P476-LE-CUPOM.

           READ CUPONS
               AT END
                   SET EOF-CUP TO TRUE
               NOT AT END
                   IF WS-QTD-CUPONS < 100
                       ADD 1 TO WS-QTD-CUPONS
                       PERFORM P477-GUARDA-CUPOM
                   END-IF
           END-READ

           .
       P477-GUARDA-CUPOM.

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

           PERFORM P478-GUARDA-PLANO
               VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
               UNTIL WS-SUB-CUP-PLANO > 5

           .
       P478-GUARDA-PLANO.

           MOVE CUP-PLANO (WS-SUB-CUP-PLANO)
                TO WS-CUP-PLANO (WS-QTD-CUPONS, WS-SUB-CUP-PLANO)

           .
      * A ADESAO COPIA O TIPO, O VALOR E OS MESES DO CUPOM PARA
      * PROMOUSU.DAT E CONTA MAIS UM USO NA TABELA DE CUPONS. A
      * TABELA LIDA EM P470 PODE TER FICADO VELHA DURANTE A
      * DIGITACAO (MANCUP OU OUTRA ADESAO), ENTAO CUPONS.DAT E
      * RELIDO E O CUPOM CONFERIDO DE NOVO ANTES DE CONTAR O USO.
       P480-GRAVA-PROMOCAO.

           IF WS-CUPOM-INFORMADO NOT = SPACES
               PERFORM P482-RECONFERE-CUPOM THRU P482-EXIT
           END-IF

           IF WS-CUPOM-INFORMADO = SPACES AND WS-DIAS-TESTE = 0
               GO TO P480-EXIT
           END-IF

           MOVE SPACES              TO REG-PROMOCAO
           MOVE WS-ID-USUARIO       TO PRO-ID-USUARIO
           MOVE WS-CUPOM-INFORMADO  TO PRO-CUPOM
           MOVE WS-DATA-HOJE        TO PRO-DATA-ADESAO

           IF WS-DIAS-TESTE > 0
               COMPUTE WS-FIM-TESTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    + WS-DIAS-TESTE - 1)
               DISPLAY 'TESTE GRATIS ATE ' WS-FIM-TESTE
           ELSE
               MOVE ZEROS TO WS-FIM-TESTE
           END-IF
           MOVE WS-FIM-TESTE        TO PRO-FIM-TESTE

           IF WS-CUPOM-INFORMADO NOT = SPACES
               MOVE WS-CUP-TIPO (WS-CUP-IDX)  TO PRO-TIPO
               MOVE WS-CUP-VALOR (WS-CUP-IDX) TO PRO-VALOR
               MOVE WS-CUP-MESES (WS-CUP-IDX) TO PRO-MESES
               ADD 1 TO WS-CUP-QTD-USOS (WS-CUP-IDX)
               PERFORM P485-REGRAVA-CUPONS
               DISPLAY 'CUPOM ' WS-CUPOM-INFORMADO ' VINCULADO POR '
                       WS-CUP-MESES (WS-CUP-IDX) ' MES(ES)'
           ELSE
               MOVE ZEROS TO PRO-VALOR
               MOVE ZEROS TO PRO-MESES
           END-IF

           MOVE ZEROS               TO PRO-MESES-USADOS
           MOVE ZEROS               TO PRO-ULT-COMPET
           MOVE ZEROS               TO PRO-DATA-ENCERRAMENTO
           SET PRO-ATIVA            TO TRUE
           MOVE WS-OPERADOR-ATUAL   TO PRO-OPERADOR

           SET FS-PRO-OK TO TRUE
           OPEN EXTEND PROMOCOES

           IF FS-PRO-NAOACHOU
               OPEN OUTPUT PROMOCOES
           END-IF

           WRITE REG-PROMOCAO

           CLOSE PROMOCOES

           GO TO P480-EXIT.

       P480-EXIT.
           EXIT.

      * MESMAS CONDICOES DE P471, SOBRE A TABELA RELIDA. O CUPOM QUE
      * NAO PASSA MAIS E RETIRADO E A ADESAO SEGUE SEM ELE.
       P482-RECONFERE-CUPOM.

           PERFORM P475-CARREGA-CUPONS

           SET CUPOM-OK TO FALSE
           PERFORM P472-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF NOT CUPOM-OK
               DISPLAY 'CUPOM ' WS-CUPOM-INFORMADO
                       ' RETIRADO DA TABELA - ADESAO SEM CUPOM'
               MOVE SPACES TO WS-CUPOM-INFORMADO
               GO TO P482-EXIT
           END-IF

           IF WS-CUP-SITUACAO (WS-CUP-IDX) NOT = 'A'
            OR WS-DATA-HOJE < WS-CUP-DATA-INICIO (WS-CUP-IDX)
            OR WS-DATA-HOJE > WS-CUP-DATA-FIM (WS-CUP-IDX)
               DISPLAY 'CUPOM ' WS-CUPOM-INFORMADO
                       ' ENCERRADO OU FORA DA VALIDADE - ADESAO SEM '
                       'CUPOM'
               MOVE SPACES TO WS-CUPOM-INFORMADO
               GO TO P482-EXIT
           END-IF

           IF WS-CUP-MAX-USOS (WS-CUP-IDX) > 0
            AND WS-CUP-QTD-USOS (WS-CUP-IDX)
                NOT < WS-CUP-MAX-USOS (WS-CUP-IDX)
               DISPLAY 'CUPOM ' WS-CUPOM-INFORMADO
                       ' ESGOTADO NESTE MEIO TEMPO - ADESAO SEM CUPOM'
               MOVE SPACES TO WS-CUPOM-INFORMADO
               GO TO P482-EXIT
           END-IF

           SET CUPOM-PLANO-OK TO FALSE
           IF WS-CUP-PLANO (WS-CUP-IDX, 1) = SPACES
               SET CUPOM-PLANO-OK TO TRUE
           ELSE
               PERFORM P473-PROCURA-PLANO-CUPOM
                   VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
                   UNTIL WS-SUB-CUP-PLANO > 5
                      OR CUPOM-PLANO-OK
           END-IF

           IF NOT CUPOM-PLANO-OK
               DISPLAY 'CUPOM ' WS-CUPOM-INFORMADO
                       ' NAO VALE MAIS PARA O PLANO '
                       WS-PLANO-USUARIO ' - ADESAO SEM CUPOM'
               MOVE SPACES TO WS-CUPOM-INFORMADO
           END-IF

           GO TO P482-EXIT.

       P482-EXIT.
           EXIT.

       P485-REGRAVA-CUPONS.

           OPEN OUTPUT CUPONS

           PERFORM P486-GRAVA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS

           CLOSE CUPONS

           .
       P486-GRAVA-CUPOM.

           MOVE SPACES                         TO REG-CUPOM
           MOVE WS-CUP-CODIGO (WS-SUB-CUP)     TO CUP-CODIGO
           MOVE WS-CUP-DESCRICAO (WS-SUB-CUP)  TO CUP-DESCRICAO
           MOVE WS-CUP-TIPO (WS-SUB-CUP)       TO CUP-TIPO
           MOVE WS-CUP-VALOR (WS-SUB-CUP)      TO CUP-VALOR
           MOVE WS-CUP-MESES (WS-SUB-CUP)      TO CUP-MESES
           MOVE WS-CUP-DATA-INICIO (WS-SUB-CUP)
                                               TO CUP-DATA-INICIO
           MOVE WS-CUP-DATA-FIM (WS-SUB-CUP)   TO CUP-DATA-FIM
           MOVE WS-CUP-MAX-USOS (WS-SUB-CUP)   TO CUP-MAX-USOS
           MOVE WS-CUP-QTD-USOS (WS-SUB-CUP)   TO CUP-QTD-USOS
           MOVE WS-CUP-SITUACAO (WS-SUB-CUP)   TO CUP-SITUACAO

           PERFORM P487-GRAVA-PLANO
               VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
               UNTIL WS-SUB-CUP-PLANO > 5

           WRITE REG-CUPOM

           .
       P487-GRAVA-PLANO.

           MOVE WS-CUP-PLANO (WS-SUB-CUP, WS-SUB-CUP-PLANO)
                TO CUP-PLANO (WS-SUB-CUP-PLANO)

           .
       P500-PASSWORD.

                   MOVE FUNCTION CURRENT-DATE (1:14)
                                              TO DT-ULT-MANUTENCAO
                   SET USUARIO-ATIVO          TO TRUE
                   MOVE SPACES                TO WS-JRN-ANTES

                   WRITE REG-USUARIOS
                       INVALID KEY
                           MOVE 'CADASTRO EFETUADO COM SUCESSO'
                                        TO WS-LOG-RESULTADO
                           PERFORM P800-GRAVA-LOG
                           SET JRN-OPER-INCLUSAO TO TRUE
                           PERFORM P810-GRAVA-JORNAL
                           IF WS-DIAS-TESTE > 0
                            OR WS-CUPOM-INFORMADO NOT = SPACES
                               PERFORM P480-GRAVA-PROMOCAO
                                   THRU P480-EXIT
                           END-IF
                           IF WS-DIAS-TESTE > 0
                            OR WS-CUPOM-INFORMADO NOT = SPACES
                               MOVE 'CADASTRO COM TESTE GRATIS OU CUPOM'
                                        TO WS-LOG-RESULTADO
                               PERFORM P800-GRAVA-LOG
                           END-IF
                           IF TEL-ALERTA
                               MOVE 'CADASTRO COM TELEFONE DE DEVEDOR'
                                        TO WS-LOG-RESULTADO
                               PERFORM P800-GRAVA-LOG
                           END-IF
                   END-WRITE
               END-IF
           ELSE
           ACCEPT WS-CONFIRMA

           IF CONFIRMA-SIM
               MOVE REG-USUARIOS          TO WS-JRN-ANTES
               MOVE WS-NM-USUARIO         TO NM-USUARIO
               MOVE WS-EMAIL-USUARIO      TO EMAIL-USUARIO
               MOVE WS-TEL-USUARIO        TO TEL-USUARIO
                       DISPLAY 'Contato atualizado com sucesso!'
                       MOVE 'CADASTRO ATUALIZADO COM SUCESSO'
                                        TO WS-LOG-RESULTADO
                       SET JRN-OPER-ALTERACAO TO TRUE
                       PERFORM P810-GRAVA-JORNAL
               END-REWRITE
               PERFORM P800-GRAVA-LOG
           ELSE
                                            TO WS-LOG-RESULTADO
                   PERFORM P800-GRAVA-LOG
               NOT INVALID KEY
                   MOVE REG-USUARIOS          TO WS-JRN-ANTES
                   MOVE WS-SENHA-PROTEGIDA    TO PASSWORD-USUARIO
                   MOVE WS-DATA-HOJE          TO DT-TROCA-SENHA
                   MOVE FUNCTION CURRENT-DATE (1:14)
                           DISPLAY 'Senha alterada com sucesso!'
                           MOVE 'SENHA ALTERADA COM SUCESSO'
                                            TO WS-LOG-RESULTADO
                           SET JRN-OPER-ALTERACAO TO TRUE
                           PERFORM P810-GRAVA-JORNAL
                   END-REWRITE
                   PERFORM P800-GRAVA-LOG
           END-READ
           MOVE FUNCTION CURRENT-DATE (1:14)
                                   TO DT-ULT-MANUTENCAO
           SET USUARIO-ATIVO       TO TRUE
           MOVE SPACES             TO WS-JRN-ANTES

           WRITE REG-USUARIOS
               INVALID KEY
                   MOVE 'LOTE - CADASTRO ACEITO'
                                    TO WS-LOG-RESULTADO
                   PERFORM P800-GRAVA-LOG
                   SET JRN-OPER-INCLUSAO TO TRUE
                   PERFORM P810-GRAVA-JORNAL
           END-WRITE

           .
       P900-FIM.
            CLOSE CONTROLE
            CLOSE LOGUSU
            CLOSE JORNAL
            STOP RUN.
       END PROGRAM SPRINT.
