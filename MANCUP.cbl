      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: MANUTENCAO ONLINE DA TABELA DE CUPONS DE PROMOCAO
      * (CUPONS.DAT) DAS CAMPANHAS DE MARKETING - LISTA, INCLUI,
      * ALTERA E ENCERRA CUPONS COM DESCONTO PERCENTUAL OU FIXO,
      * QUANTIDADE DE MESES, PLANOS ATENDIDOS (CONFERIDOS CONTRA
      * PLANOS.DAT), PERIODO DE VALIDADE E MAXIMO DE USOS. O CUPOM
      * ENCERRADO NAO ACEITA NOVAS ADESOES, MAS CONTINUA VALENDO
      * PARA QUEM JA ADERIU. ALTERACOES EXIGEM PERFIL DE
      * ADMINISTRACAO E TODA ACAO E REGISTRADA EM LOGUSU.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCUP.

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

               SELECT PLANOS ASSIGN TO
               'C:\ArqCobol\PLANOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLAN.

               SELECT OPERADOR ASSIGN TO
               'C:\ArqCobol\OPERADOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPE.

               SELECT LOGUSU ASSIGN TO
               'C:\ArqCobol\LOGUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CUPONS.
           COPY CADCUP.

       FD PLANOS.
           COPY CADPLAN.

       FD OPERADOR.
           COPY CADOPE.

       FD LOGUSU.
           COPY CADLOG.

       WORKING-STORAGE SECTION.
       77 WS-EXIT                   PIC X.
           88 EXIT-OK               VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                  PIC X(01).
           88 OPCAO-LISTAR          VALUE '1'.
           88 OPCAO-INCLUIR         VALUE '2'.
           88 OPCAO-ALTERAR         VALUE '3'.
           88 OPCAO-ENCERRAR        VALUE '4'.
           88 OPCAO-SAIR            VALUE 'F' 'f'.
       77 WS-CONFIRMA               PIC X(01).
           88 CONFIRMA-SIM          VALUE 'S' 's'.
       77 WS-ID-USUARIO             PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE              PIC 9(08).
       77 WS-CUPOM-INFORMADO        PIC X(10).
       77 WS-DESC-NOVA              PIC X(30).
       77 WS-TIPO-NOVO              PIC X(01).
           88 TIPO-PERCENTUAL       VALUE 'P'.
           88 TIPO-VALOR-FIXO       VALUE 'V'.
       77 WS-VALOR-TXT              PIC X(10).
       77 WS-VALOR-NOVO             PIC 9(05)V99.
       77 WS-VALOR-EDIT             PIC ZZ.ZZ9,99.
       77 WS-MESES-TXT              PIC X(02).
       77 WS-MESES-NOVO             PIC 9(02).
       77 WS-USOS-TXT               PIC X(05).
       77 WS-USOS-NOVO              PIC 9(05).
       77 WS-PLANO-INFORMADO        PIC X(03).
       77 WS-SUB-NOVO-PLANO         PIC 9(01).
       77 WS-TAM-TXT                PIC S9(03).
       77 WS-QTD-CHAR-OK            PIC 9(03).
       77 WS-QTD-VIRGULAS           PIC 9(03).
       01 WS-PLANOS-NOVOS.
           03 WS-PLANO-NOVO         PIC X(03) OCCURS 5 TIMES.
       01 WS-DATA-TXT               PIC X(08).
       01 WS-DATA-NOVA              PIC 9(08).
       01 FILLER REDEFINES WS-DATA-NOVA.
           03 WS-DATA-NOVA-ANO      PIC 9(04).
           03 WS-DATA-NOVA-MES      PIC 9(02).
           03 WS-DATA-NOVA-DIA      PIC 9(02).
       77 WS-INICIO-NOVO            PIC 9(08).
       77 WS-FIM-NOVO               PIC 9(08).

       COPY "CADCUP2".
       COPY "CADPLAN2".
       COPY "CADOPE2".
       COPY "CADLOG2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '*** MANUTENCAO DE CUPONS DE PROMOCAO ***'
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM P057-INICIALIZA-LOG
           PERFORM P020-IDENTIFICA-OPERADOR THRU P020-EXIT

           IF NOT OPERADOR-OK
               PERFORM P900-FIM
           END-IF

           PERFORM P060-CARREGA-PLANOS
           SET EXIT-OK              TO FALSE
           PERFORM P090-MENU        THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM

           .
       P057-INICIALIZA-LOG.

           SET FS-LOG-OK      TO TRUE
           OPEN EXTEND LOGUSU

           IF FS-LOG-NAOACHOU
               OPEN OUTPUT LOGUSU
           END-IF

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
      * DIFERENTE DA COBRANCA, A MANUTENCAO NAO TEM CUPOM PADRAO -
      * SEM O ARQUIVO A TABELA NASCE VAZIA E O PRIMEIRO CUPOM E
      * INCLUIDO PELO PROPRIO PROGRAMA.
       P050-CARREGA-CUPONS.

           MOVE 0                  TO WS-QTD-CUPONS
           SET FS-CUP-OK           TO TRUE
           SET EOF-CUP             TO FALSE

           OPEN INPUT CUPONS

           IF FS-CUP-NAOACHOU
               DISPLAY 'CUPONS.DAT AINDA NAO EXISTE - '
                       'SERA CRIADO NA PRIMEIRA INCLUSAO'
           ELSE
               PERFORM P055-LE-CUPOM UNTIL EOF-CUP
               CLOSE CUPONS
           END-IF

           .
       P055-LE-CUPOM.

           READ CUPONS
               AT END
                   SET EOF-CUP TO TRUE
               NOT AT END
                   IF WS-QTD-CUPONS < 100
                       ADD 1 TO WS-QTD-CUPONS
                       PERFORM P056-GUARDA-CUPOM
                   ELSE
                       DISPLAY 'AVISO - CUPONS.DAT EXCEDE 100 '
                               'ENTRADAS. LINHA IGNORADA: ' CUP-CODIGO
                   END-IF
           END-READ

           .
       P056-GUARDA-CUPOM.

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

           PERFORM P058-GUARDA-PLANO
               VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
               UNTIL WS-SUB-CUP-PLANO > 5

           .
       P058-GUARDA-PLANO.

           MOVE CUP-PLANO (WS-SUB-CUP-PLANO)
                TO WS-CUP-PLANO (WS-QTD-CUPONS, WS-SUB-CUP-PLANO)

           .
       P060-CARREGA-PLANOS.

           MOVE 0                  TO WS-QTD-PLANOS
           SET FS-PLAN-OK          TO TRUE
           SET EOF-PLAN            TO FALSE

           OPEN INPUT PLANOS

           IF FS-PLAN-NAOACHOU
               DISPLAY 'AVISO - PLANOS.DAT NAO ENCONTRADO - SO HA '
                       'CUPOM PARA TODOS OS PLANOS'
           ELSE
               PERFORM P065-LE-PLANO UNTIL EOF-PLAN
               CLOSE PLANOS
           END-IF

           .
       P065-LE-PLANO.

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
                   ELSE
                       DISPLAY 'AVISO - PLANOS.DAT EXCEDE 20 '
                               'ENTRADAS. LINHA IGNORADA: ' PLANO-CODIGO
                   END-IF
           END-READ

           .
       P090-MENU.

           DISPLAY ' '
           DISPLAY '1 - LISTAR CUPONS'
           DISPLAY '2 - INCLUIR CUPOM'
           DISPLAY '3 - ALTERAR CUPOM'
           DISPLAY '4 - ENCERRAR CUPOM'
           DISPLAY 'F - FINALIZAR'
           DISPLAY 'Informe a opcao desejada: '
           ACCEPT WS-OPCAO

           IF OPCAO-SAIR
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

      * A LISTA VALE PARA QUALQUER PERFIL; CRIAR OU MUDAR CAMPANHA
      * QUE DA DESCONTO NA COBRANCA E SO DA ADMINISTRACAO (PERFIL 3).
           IF (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-ENCERRAR)
            AND NOT OPERADOR-ADMIN
               DISPLAY 'OPCAO NAO PERMITIDA PARA O SEU PERFIL!'
               GO TO P090-MENU
           END-IF

      * O SPRINT CONTA AS ADESOES EM CUPONS.DAT ENQUANTO A
      * MANUTENCAO ESTA ABERTA - A TABELA E RELIDA A CADA OPCAO PARA
      * NAO TRABALHAR COM USOS VELHOS.
           PERFORM P050-CARREGA-CUPONS

           IF OPCAO-LISTAR
               GO TO P100-LISTA
           END-IF

           IF OPCAO-INCLUIR
               GO TO P200-INCLUI
           END-IF

           IF OPCAO-ALTERAR
               GO TO P270-ALTERA
           END-IF

           IF OPCAO-ENCERRAR
               GO TO P400-ENCERRA
           END-IF

           DISPLAY 'OPCAO INVALIDA!'
           GO TO P090-MENU.

       P100-LISTA.

           IF WS-QTD-CUPONS = 0
               DISPLAY 'NENHUM CUPOM CADASTRADO'
               GO TO P300-FIM
           END-IF

           DISPLAY 'CODIGO     DESCRICAO            T     VALOR ME '
                   'INICIO   FIM      USOS  MAXIMO S'
           DISPLAY '---------------------------------------------'
                   '--------------------------------'

           PERFORM P110-LISTA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS

           DISPLAY '---------------------------------------------'
                   '--------------------------------'
           DISPLAY 'TOTAL DE CUPONS: ' WS-QTD-CUPONS
           DISPLAY 'T: P = PERCENTUAL, V = VALOR FIXO / '
                   'S: A = ATIVO, E = ENCERRADO / MAXIMO 0 = SEM LIMITE'

           GO TO P300-FIM.

       P110-LISTA-CUPOM.

           MOVE WS-CUP-VALOR (WS-SUB-CUP) TO WS-VALOR-EDIT
           DISPLAY WS-CUP-CODIGO (WS-SUB-CUP) ' '
                   WS-CUP-DESCRICAO (WS-SUB-CUP) (1:20) ' '
                   WS-CUP-TIPO (WS-SUB-CUP) ' '
                   WS-VALOR-EDIT ' '
                   WS-CUP-MESES (WS-SUB-CUP) ' '
                   WS-CUP-DATA-INICIO (WS-SUB-CUP) ' '
                   WS-CUP-DATA-FIM (WS-SUB-CUP) ' '
                   WS-CUP-QTD-USOS (WS-SUB-CUP) ' '
                   WS-CUP-MAX-USOS (WS-SUB-CUP) '  '
                   WS-CUP-SITUACAO (WS-SUB-CUP)

           IF WS-CUP-PLANO (WS-SUB-CUP, 1) = SPACES
               DISPLAY '           PLANOS: TODOS'
           ELSE
               DISPLAY '           PLANOS: '
                       WS-CUP-PLANO (WS-SUB-CUP, 1) ' '
                       WS-CUP-PLANO (WS-SUB-CUP, 2) ' '
                       WS-CUP-PLANO (WS-SUB-CUP, 3) ' '
                       WS-CUP-PLANO (WS-SUB-CUP, 4) ' '
                       WS-CUP-PLANO (WS-SUB-CUP, 5)
           END-IF

           .
       P200-INCLUI.

           DISPLAY 'Informe o codigo do cupom (ate 10 caracteres): '
           ACCEPT WS-CUPOM-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-CUPOM-INFORMADO)
                                    TO WS-CUPOM-INFORMADO

           IF WS-CUPOM-INFORMADO = SPACES
               DISPLAY 'CODIGO DE CUPOM NAO PODE SER BRANCO!'
               GO TO P300-FIM
           END-IF

           SET CUPOM-OK TO FALSE
           PERFORM P210-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF CUPOM-OK
               DISPLAY 'CUPOM JA CADASTRADO - USE A ALTERACAO!'
               GO TO P300-FIM
           END-IF

           IF WS-QTD-CUPONS >= 100
               DISPLAY 'TABELA CHEIA (100 CUPONS)!'
               GO TO P300-FIM
           END-IF

           MOVE ZEROS TO WS-CUP-IDX
           PERFORM P220-PEDE-DADOS THRU P220-EXIT

           ADD 1 TO WS-QTD-CUPONS
           MOVE WS-QTD-CUPONS       TO WS-CUP-IDX
           MOVE WS-CUPOM-INFORMADO  TO WS-CUP-CODIGO (WS-CUP-IDX)
           MOVE ZEROS               TO WS-CUP-QTD-USOS (WS-CUP-IDX)
           MOVE 'A'                 TO WS-CUP-SITUACAO (WS-CUP-IDX)
           PERFORM P290-GUARDA-DADOS

           PERFORM P500-GRAVA-ARQUIVO

           DISPLAY 'Cupom incluido com sucesso!'
           MOVE 'CUPOM INCLUIDO NA TABELA DE CUPONS'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           GO TO P300-FIM.

       P210-PROCURA-CUPOM.

           IF WS-CUP-CODIGO (WS-SUB-CUP) = WS-CUPOM-INFORMADO
               SET CUPOM-OK TO TRUE
               MOVE WS-SUB-CUP TO WS-CUP-IDX
           END-IF

           .
       P220-PEDE-DADOS.

           DISPLAY 'Informe a descricao da campanha: '
           ACCEPT WS-DESC-NOVA

           IF WS-DESC-NOVA = SPACES
               DISPLAY 'DESCRICAO NAO PODE SER BRANCA!'
               GO TO P220-PEDE-DADOS
           END-IF

           PERFORM P225-PEDE-TIPO THRU P225-EXIT
           PERFORM P230-PEDE-VALOR THRU P230-EXIT
           PERFORM P235-PEDE-MESES THRU P235-EXIT
           PERFORM P240-PEDE-PLANOS
           PERFORM P250-PEDE-VALIDADE THRU P250-EXIT
           PERFORM P260-PEDE-USOS THRU P260-EXIT

           GO TO P220-EXIT.

       P220-EXIT.
           EXIT.

       P225-PEDE-TIPO.

           DISPLAY 'Tipo de desconto (P = PERCENTUAL, '
                   'V = VALOR FIXO): '
           ACCEPT WS-TIPO-NOVO
           MOVE FUNCTION UPPER-CASE (WS-TIPO-NOVO) TO WS-TIPO-NOVO

           IF NOT TIPO-PERCENTUAL AND NOT TIPO-VALOR-FIXO
               DISPLAY 'TIPO INVALIDO - USE P OU V!'
               GO TO P225-PEDE-TIPO
           END-IF

           GO TO P225-EXIT.

       P225-EXIT.
           EXIT.

      * MESMA VALIDACAO DO PRECO NO MANPLAN: SO DIGITOS E NO MAXIMO
      * UMA VIRGULA. O PERCENTUAL NAO PASSA DE 100.
       P230-PEDE-VALOR.

           MOVE SPACES TO WS-VALOR-TXT
           IF TIPO-PERCENTUAL
               DISPLAY 'Informe o percentual de desconto (ex: 15,00): '
           ELSE
               DISPLAY 'Informe o valor do desconto (ex: 10,00): '
           END-IF
           ACCEPT WS-VALOR-TXT

           MOVE ZEROS TO WS-TAM-TXT
           INSPECT FUNCTION REVERSE (WS-VALOR-TXT)
                   TALLYING WS-TAM-TXT FOR LEADING ' '
           COMPUTE WS-TAM-TXT =
               LENGTH OF WS-VALOR-TXT - WS-TAM-TXT

           IF WS-TAM-TXT = 0
               DISPLAY 'VALOR NAO PODE SER BRANCO!'
               GO TO P230-PEDE-VALOR
           END-IF

           MOVE ZEROS TO WS-QTD-CHAR-OK
           INSPECT WS-VALOR-TXT TALLYING WS-QTD-CHAR-OK FOR ALL
           "0" "1" "2" "3" "4" "5" "6" "7" "8" "9" ","

           IF WS-QTD-CHAR-OK NOT = WS-TAM-TXT
               DISPLAY 'VALOR INVALIDO - USE APENAS DIGITOS E '
                       'VIRGULA!'
               GO TO P230-PEDE-VALOR
           END-IF

           MOVE ZEROS TO WS-QTD-VIRGULAS
           INSPECT WS-VALOR-TXT TALLYING WS-QTD-VIRGULAS
                   FOR ALL ","

           IF WS-QTD-VIRGULAS > 1
               DISPLAY 'VALOR INVALIDO - MAIS DE UMA VIRGULA!'
               GO TO P230-PEDE-VALOR
           END-IF

           COMPUTE WS-VALOR-NOVO =
               FUNCTION NUMVAL (WS-VALOR-TXT)

           IF WS-VALOR-NOVO = 0
               DISPLAY 'DESCONTO DEVE SER MAIOR QUE ZERO!'
               GO TO P230-PEDE-VALOR
           END-IF

           IF TIPO-PERCENTUAL AND WS-VALOR-NOVO > 100
               DISPLAY 'PERCENTUAL NAO PODE PASSAR DE 100!'
               GO TO P230-PEDE-VALOR
           END-IF

           GO TO P230-EXIT.

       P230-EXIT.
           EXIT.

       P235-PEDE-MESES.

           MOVE SPACES TO WS-MESES-TXT
           DISPLAY 'Informe por quantos meses vale o desconto '
                   '(01 a 24): '
           ACCEPT WS-MESES-TXT

           IF WS-MESES-TXT NOT NUMERIC
               DISPLAY 'MESES INVALIDO - USE APENAS DIGITOS!'
               GO TO P235-PEDE-MESES
           END-IF

           MOVE WS-MESES-TXT TO WS-MESES-NOVO

           IF WS-MESES-NOVO < 01 OR WS-MESES-NOVO > 24
               DISPLAY 'MESES DEVE ESTAR ENTRE 01 E 24!'
               GO TO P235-PEDE-MESES
           END-IF

           GO TO P235-EXIT.

       P235-EXIT.
           EXIT.

      * ATE 5 PLANOS POR CUPOM; NENHUM PLANO INFORMADO = O CUPOM
      * VALE PARA QUALQUER PLANO DA TABELA.
       P240-PEDE-PLANOS.

           MOVE SPACES TO WS-PLANOS-NOVOS
           MOVE 0      TO WS-SUB-NOVO-PLANO
           DISPLAY 'PLANOS ATENDIDOS PELO CUPOM (ATE 5). <ENTER> SEM '
                   'CODIGO ENCERRA - NENHUM = TODOS OS PLANOS'
           PERFORM P241-PEDE-PLANO THRU P241-EXIT

           .
       P241-PEDE-PLANO.

           IF WS-SUB-NOVO-PLANO = 5
               GO TO P241-EXIT
           END-IF

           MOVE SPACES TO WS-PLANO-INFORMADO
           DISPLAY 'Informe o codigo do plano: '
           ACCEPT WS-PLANO-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-PLANO-INFORMADO)
                                    TO WS-PLANO-INFORMADO

           IF WS-PLANO-INFORMADO = SPACES
               GO TO P241-EXIT
           END-IF

           SET PLANO-OK TO FALSE
           PERFORM P245-PROCURA-PLANO
               VARYING WS-SUB-PLANO FROM 1 BY 1
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS
                  OR PLANO-OK

           IF NOT PLANO-OK
               DISPLAY 'PLANO NAO CONSTA DA TABELA DE PLANOS!'
               GO TO P241-PEDE-PLANO
           END-IF

           ADD 1 TO WS-SUB-NOVO-PLANO
           MOVE WS-PLANO-INFORMADO TO WS-PLANO-NOVO (WS-SUB-NOVO-PLANO)

           GO TO P241-PEDE-PLANO.

       P241-EXIT.
           EXIT.

       P245-PROCURA-PLANO.

           IF WS-PLANO-CODIGO (WS-SUB-PLANO) = WS-PLANO-INFORMADO
               SET PLANO-OK TO TRUE
           END-IF

           .
      * A VALIDADE LIMITA A ADESAO AO CUPOM; QUEM ADERIU DENTRO DELA
      * RECEBE TODOS OS MESES DO DESCONTO MESMO DEPOIS DO FIM.
       P250-PEDE-VALIDADE.

           DISPLAY 'Informe o inicio da validade (AAAAMMDD): '
           PERFORM P255-PEDE-DATA THRU P255-EXIT
           MOVE WS-DATA-NOVA TO WS-INICIO-NOVO

           DISPLAY 'Informe o fim da validade (AAAAMMDD): '
           PERFORM P255-PEDE-DATA THRU P255-EXIT
           MOVE WS-DATA-NOVA TO WS-FIM-NOVO

           IF WS-FIM-NOVO < WS-INICIO-NOVO
               DISPLAY 'FIM DA VALIDADE ANTERIOR AO INICIO!'
               GO TO P250-PEDE-VALIDADE
           END-IF

           IF WS-FIM-NOVO < WS-DATA-HOJE
               DISPLAY 'AVISO - VALIDADE JA TERMINADA: O CUPOM NAO '
                       'ACEITARA ADESOES.'
           END-IF

           GO TO P250-EXIT.

       P250-EXIT.
           EXIT.

       P255-PEDE-DATA.

           MOVE SPACES TO WS-DATA-TXT
           ACCEPT WS-DATA-TXT

           IF WS-DATA-TXT NOT NUMERIC
               DISPLAY 'DATA INVALIDA - INFORME NOVAMENTE (AAAAMMDD): '
               GO TO P255-PEDE-DATA
           END-IF

           MOVE WS-DATA-TXT TO WS-DATA-NOVA

           IF WS-DATA-NOVA-ANO < 2022
            OR WS-DATA-NOVA-MES < 01 OR WS-DATA-NOVA-MES > 12
            OR WS-DATA-NOVA-DIA < 01 OR WS-DATA-NOVA-DIA > 31
               DISPLAY 'DATA INVALIDA - INFORME NOVAMENTE (AAAAMMDD): '
               GO TO P255-PEDE-DATA
           END-IF

           GO TO P255-EXIT.

       P255-EXIT.
           EXIT.

       P260-PEDE-USOS.

           MOVE SPACES TO WS-USOS-TXT
           DISPLAY 'Informe o maximo de usos (5 digitos, '
                   '00000 = SEM LIMITE): '
           ACCEPT WS-USOS-TXT

           IF WS-USOS-TXT NOT NUMERIC
               DISPLAY 'MAXIMO INVALIDO - USE 5 DIGITOS!'
               GO TO P260-PEDE-USOS
           END-IF

           MOVE WS-USOS-TXT TO WS-USOS-NOVO

      * NA ALTERACAO O MAXIMO NAO PODE FICAR ABAIXO DAS ADESOES JA
      * FEITAS.
           IF WS-CUP-IDX > 0
            AND WS-USOS-NOVO > 0
            AND WS-USOS-NOVO < WS-CUP-QTD-USOS (WS-CUP-IDX)
               DISPLAY 'MAXIMO MENOR QUE OS USOS JA FEITOS ('
                       WS-CUP-QTD-USOS (WS-CUP-IDX) ')!'
               GO TO P260-PEDE-USOS
           END-IF

           GO TO P260-EXIT.

       P260-EXIT.
           EXIT.

       P270-ALTERA.

           DISPLAY 'Informe o codigo do cupom a alterar: '
           ACCEPT WS-CUPOM-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-CUPOM-INFORMADO)
                                    TO WS-CUPOM-INFORMADO

           SET CUPOM-OK TO FALSE
           PERFORM P210-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF NOT CUPOM-OK
               DISPLAY 'CUPOM NAO CONSTA DA TABELA!'
               GO TO P300-FIM
           END-IF

           DISPLAY 'DADOS ATUAIS: '
           MOVE WS-CUP-IDX TO WS-SUB-CUP
           PERFORM P110-LISTA-CUPOM
           DISPLAY 'ADESOES JA FEITAS NAO MUDAM - VALEM AS CONDICOES '
                   'DA DATA DA ADESAO.'

           PERFORM P220-PEDE-DADOS THRU P220-EXIT
           PERFORM P290-GUARDA-DADOS

           PERFORM P500-GRAVA-ARQUIVO

           DISPLAY 'Cupom alterado com sucesso!'
           MOVE 'CUPOM ALTERADO NA TABELA DE CUPONS'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           GO TO P300-FIM.

       P290-GUARDA-DADOS.

           MOVE WS-DESC-NOVA     TO WS-CUP-DESCRICAO (WS-CUP-IDX)
           MOVE WS-TIPO-NOVO     TO WS-CUP-TIPO (WS-CUP-IDX)
           MOVE WS-VALOR-NOVO    TO WS-CUP-VALOR (WS-CUP-IDX)
           MOVE WS-MESES-NOVO    TO WS-CUP-MESES (WS-CUP-IDX)
           MOVE WS-INICIO-NOVO   TO WS-CUP-DATA-INICIO (WS-CUP-IDX)
           MOVE WS-FIM-NOVO      TO WS-CUP-DATA-FIM (WS-CUP-IDX)
           MOVE WS-USOS-NOVO     TO WS-CUP-MAX-USOS (WS-CUP-IDX)

           PERFORM P295-GUARDA-PLANO
               VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
               UNTIL WS-SUB-CUP-PLANO > 5

           .
       P295-GUARDA-PLANO.

           MOVE WS-PLANO-NOVO (WS-SUB-CUP-PLANO)
                TO WS-CUP-PLANO (WS-CUP-IDX, WS-SUB-CUP-PLANO)

           .
      * O CUPOM NAO E APAGADO: O RELATORIO DE CAMPANHAS E AS
      * ADESOES EM ANDAMENTO CONTINUAM PRECISANDO DELE. ENCERRADO,
      * SO DEIXA DE ACEITAR ADESOES NOVAS.
       P400-ENCERRA.

           DISPLAY 'Informe o codigo do cupom a encerrar: '
           ACCEPT WS-CUPOM-INFORMADO
           MOVE FUNCTION UPPER-CASE (WS-CUPOM-INFORMADO)
                                    TO WS-CUPOM-INFORMADO

           SET CUPOM-OK TO FALSE
           PERFORM P210-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF NOT CUPOM-OK
               DISPLAY 'CUPOM NAO CONSTA DA TABELA!'
               GO TO P300-FIM
           END-IF

           IF WS-CUP-SITUACAO (WS-CUP-IDX) = 'E'
               DISPLAY 'CUPOM JA ESTA ENCERRADO!'
               GO TO P300-FIM
           END-IF

           DISPLAY 'CONFIRMA O ENCERRAMENTO DO CUPOM '
                   WS-CUPOM-INFORMADO ' ? (S/N): '
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM
               DISPLAY 'ENCERRAMENTO CANCELADO'
               GO TO P300-FIM
           END-IF

           MOVE 'E' TO WS-CUP-SITUACAO (WS-CUP-IDX)

           PERFORM P500-GRAVA-ARQUIVO

           DISPLAY 'Cupom encerrado - nao aceita novas adesoes!'
           MOVE 'CUPOM ENCERRADO - SEM NOVAS ADESOES'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           GO TO P300-FIM.

      * OS USOS SAO DO SPRINT, NAO DA MANUTENCAO: ANTES DE REGRAVAR
      * O ARQUIVO, A CONTAGEM DE CADA CUPOM VOLTA A SER A DO PROPRIO
      * ARQUIVO, QUE PODE TER SUBIDO DURANTE A DIGITACAO.
       P500-GRAVA-ARQUIVO.

           PERFORM P505-ATUALIZA-USOS

           OPEN OUTPUT CUPONS

           PERFORM P510-GRAVA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS

           CLOSE CUPONS

           .
       P505-ATUALIZA-USOS.

           SET FS-CUP-OK           TO TRUE
           SET EOF-CUP             TO FALSE

           OPEN INPUT CUPONS

           IF FS-CUP-OK
               PERFORM P506-LE-USOS UNTIL EOF-CUP
               CLOSE CUPONS
           END-IF

           .
       P506-LE-USOS.

           READ CUPONS
               AT END
                   SET EOF-CUP TO TRUE
               NOT AT END
                   SET CUPOM-OK TO FALSE
                   PERFORM P507-ACHA-USOS
                       VARYING WS-SUB-CUP FROM 1 BY 1
                       UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                          OR CUPOM-OK
           END-READ

           .
       P507-ACHA-USOS.

           IF WS-CUP-CODIGO (WS-SUB-CUP) = CUP-CODIGO
               SET CUPOM-OK TO TRUE
               MOVE CUP-QTD-USOS TO WS-CUP-QTD-USOS (WS-SUB-CUP)
           END-IF

           .
       P510-GRAVA-CUPOM.

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

           PERFORM P515-GRAVA-PLANO
               VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
               UNTIL WS-SUB-CUP-PLANO > 5

           WRITE REG-CUPOM

           .
       P515-GRAVA-PLANO.

           MOVE WS-CUP-PLANO (WS-SUB-CUP, WS-SUB-CUP-PLANO)
                TO CUP-PLANO (WS-SUB-CUP-PLANO)

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
       P300-FIM.
       P900-FIM.
            CLOSE LOGUSU
            STOP RUN.
       END PROGRAM MANCUP.
