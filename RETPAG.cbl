      * (FATURAS.AAAAMM.DAT) NO ARQUIVO DE CONTAS A RECEBER
      * (ABERTOS.DAT), REGISTRANDO EM CTRLABE.DAT CADA COMPETENCIA
      * JA CARREGADA PARA A CARGA NAO SE REPETIR. BAIXA CADA
      * PAGAMENTO DE RETBANCO.DAT PELO NOSSO NUMERO DA FATURA OU,
      * NA FALTA DELE, CASANDO ID E VALOR COM UMA FATURA ABERTA,
      * GRAVA AS LIQUIDADAS EM FATPAGAS.DAT (ELAS SAEM DA CARTEIRA
      * NA REGRAVACAO). PAGAMENTO SEM VALOR IGUAL E
      * APLICADO AS FATURAS ABERTAS DO ASSINANTE DA MAIS ANTIGA
      * PARA A MAIS NOVA (A ULTIMA PODE FICAR PARCIALMENTE PAGA) E
      * A SOBRA - OU O PAGAMENTO SEM FATURA ABERTA - VIRA CREDITO
      * EM CREDITO.DAT PARA A PROXIMA COBRANCA. ATUALIZA A IDADE EM
      * DIAS DAS QUE SEGUEM ABERTAS E BLOQUEIA EM USUARIO.DAT O
      * ASSINANTE QUE ACUMULAR O LIMITE INFORMADO DE FATURAS EM
      * ABERTO. TODA ACAO E REGISTRADA EM LOGUSU.DAT E CADA
      * BLOQUEIO TAMBEM NO JORNAL DE ALTERACOES JRNUSU.DAT.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPAG.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAGA.

               SELECT CREDITO ASSIGN TO
               'C:\ArqCobol\CREDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

               SELECT LOGUSU ASSIGN TO
               'C:\ArqCobol\LOGUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO
               'C:\ArqCobol\JRNUSU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           03  CTA-COMPETENCIA        PIC 9(06).

       FD PAGAS.
       01  REG-PAGA                   PIC X(54).

       FD CREDITO.
           COPY CADCRE.

       FD LOGUSU.
           COPY CADLOG.

       FD JORNAL.
           COPY CADJRN.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-FATURAS-OK             PIC X(01).
           88 FATURAS-ACHADAS       VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-BAIXADO          PIC 9(09)V99 VALUE 0.
       77 WS-QTD-PARCIAIS           PIC 9(05) VALUE 0.

       COPY "CADFAT2".
       COPY "CADABE2".
       COPY "CADCRE2".
       COPY "CADLOG2".
       COPY "CADJRN2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           PERFORM P057-INICIALIZA-LOG
           PERFORM P058-INICIALIZA-JORNAL
           PERFORM P055-PEDE-COMPETENCIA
           PERFORM P060-PEDE-LIMITE
           PERFORM P100-CARREGA-ABERTOS
           DISPLAY 'FATURAS CARREGADAS      : ' WS-QTD-CARREGADAS
           DISPLAY 'PAGAMENTOS LIDOS        : ' WS-QTD-PAGAMENTOS
           DISPLAY 'FATURAS BAIXADAS        : ' WS-QTD-BAIXADAS
           DISPLAY 'BAIXAS PARCIAIS         : ' WS-QTD-PARCIAIS
           DISPLAY 'PGTOS SEM FATURA ABERTA : ' WS-QTD-SEM-FATURA
           DISPLAY 'CREDITOS GERADOS        : ' WS-QTD-CRE-GERADOS
           DISPLAY 'FATURAS EM ABERTO       : ' WS-QTD-EM-ABERTO
           DISPLAY 'ASSINANTES BLOQUEADOS   : ' WS-QTD-BLOQUEADOS
           DISPLAY 'VALOR TOTAL BAIXADO     : ' WS-TOTAL-EDITADO
           MOVE WS-TOTAL-CREDITO TO WS-TOTAL-EDITADO
           DISPLAY 'VALOR TOTAL EM CREDITO  : ' WS-TOTAL-EDITADO

           GO TO P900-FIM.

                           MOVE ABE-DIAS-ABERTO
                                TO WS-ABE-T-DIAS (WS-QTD-ABERTOS)
                           SET ABE-T-ABERTA (WS-QTD-ABERTOS) TO TRUE
      * LINHA GRAVADA ANTES DO NOSSO NUMERO SO BAIXA POR ID E VALOR.
                           IF ABE-NOSSO-NUMERO IS NUMERIC
                               MOVE ABE-NOSSO-NUMERO
                                TO WS-ABE-T-NOSSO (WS-QTD-ABERTOS)
                           ELSE
                               MOVE ZEROS
                                TO WS-ABE-T-NOSSO (WS-QTD-ABERTOS)
                           END-IF
                       ELSE
                           SET ABE-ESTOURO TO TRUE
                           SET EOF-ABE TO TRUE
               GO TO P165-EXIT
           END-IF

      * FATURA ZERADA PELO CREDITO ABATIDO NA COBRANCA NAO TEM O QUE
      * RECEBER - NAO ENTRA NA CARTEIRA NEM CONTA PARA BLOQUEIO.
           IF FAT-VALOR = 0
               GO TO P165-EXIT
           END-IF

           ADD 1 TO WS-QTD-ABERTOS
           MOVE FAT-COMPETENCIA  TO WS-ABE-T-COMPET (WS-QTD-ABERTOS)
           MOVE FAT-DATA-GERACAO TO WS-ABE-T-DATA (WS-QTD-ABERTOS)
           MOVE FAT-VALOR        TO WS-ABE-T-VALOR (WS-QTD-ABERTOS)
           MOVE ZEROS            TO WS-ABE-T-DIAS (WS-QTD-ABERTOS)
           SET ABE-T-ABERTA (WS-QTD-ABERTOS) TO TRUE

           IF FAT-NOSSO-NUMERO IS NUMERIC
               MOVE FAT-NOSSO-NUMERO TO WS-ABE-T-NOSSO (WS-QTD-ABERTOS)
           ELSE
               MOVE ZEROS            TO WS-ABE-T-NOSSO (WS-QTD-ABERTOS)
           END-IF
           ADD 1 TO WS-QTD-CARREGADAS

           GO TO P165-EXIT.
               OPEN OUTPUT PAGAS
           END-IF

           SET FS-CRE-OK           TO TRUE
           OPEN EXTEND CREDITO

           IF FS-CRE-NAOACHOU
               OPEN OUTPUT CREDITO
           END-IF

           PERFORM P210-LE-PAGAMENTO UNTIL EOF-RET

           CLOSE RETORNO
           CLOSE PAGAS
           CLOSE CREDITO

           GO TO P200-EXIT.

                   SET EOF-RET TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-PAGAMENTOS
                   PERFORM P220-BAIXA-PAGAMENTO THRU P220-EXIT
           END-READ

           .
      * A BAIXA PROCURA PRIMEIRO A FATURA PELO NOSSO NUMERO DEVOLVIDO
      * PELO BANCO. SEM ELE (RETORNO NO FORMATO ANTIGO OU NUMERO
      * DESCONHECIDO), CASA ID E VALOR COM A FATURA ABERTA MAIS
      * ANTIGA (A TABELA PRESERVA A ORDEM CRONOLOGICA DE CARGA). SEM
      * VALOR IGUAL, O PAGAMENTO E DISTRIBUIDO PELAS FATURAS ABERTAS
      * DO ASSINANTE, DA MAIS ANTIGA PARA A MAIS NOVA, E O QUE SOBRAR
      * VIRA CREDITO - NENHUM PAGAMENTO RECEBIDO SE PERDE.
       P220-BAIXA-PAGAMENTO.

           SET BAIXA-OK TO FALSE
           MOVE RET-VALOR TO WS-VALOR-RESTANTE

           IF RET-NOSSO-NUMERO IS NUMERIC
            AND RET-NOSSO-NUMERO > 0
               PERFORM P225-PROCURA-NOSSO-NUMERO
                   VARYING WS-SUB-ABE FROM 1 BY 1
                   UNTIL WS-SUB-ABE > WS-QTD-ABERTOS
                      OR BAIXA-OK
               IF NOT BAIXA-OK
                   DISPLAY 'AVISO - NOSSO NUMERO ' RET-NOSSO-NUMERO
                           ' SEM FATURA ABERTA - BAIXA POR ID E VALOR'
               END-IF
           END-IF

           IF NOT BAIXA-OK
               PERFORM P230-PROCURA-FATURA
                   VARYING WS-SUB-ABE FROM 1 BY 1
                   UNTIL WS-SUB-ABE > WS-QTD-ABERTOS
                      OR BAIXA-OK
           END-IF

           IF WS-VALOR-RESTANTE = 0
               GO TO P220-EXIT
           END-IF

           PERFORM P250-DISTRIBUI-PAGAMENTO
               VARYING WS-SUB-ABE FROM 1 BY 1
               UNTIL WS-SUB-ABE > WS-QTD-ABERTOS
                  OR WS-VALOR-RESTANTE = 0

           MOVE RET-ID-USUARIO TO WS-ID-USUARIO

               PERFORM P800-GRAVA-LOG
           END-IF

           IF WS-VALOR-RESTANTE > 0
               PERFORM P270-GRAVA-CREDITO
           END-IF

           GO TO P220-EXIT.

       P220-EXIT.
           EXIT.
      * PAGAMENTO MAIOR QUE A FATURA DO NOSSO NUMERO LIQUIDA A FATURA
      * E A SOBRA SEGUE PARA AS DEMAIS ABERTAS DO ASSINANTE; MENOR,
      * ABATE PARCIALMENTE SO A FATURA INDICADA PELO BANCO.
       P225-PROCURA-NOSSO-NUMERO.

           IF ABE-T-ABERTA (WS-SUB-ABE)
            AND WS-ABE-T-NOSSO (WS-SUB-ABE) = RET-NOSSO-NUMERO
               SET BAIXA-OK TO TRUE
               IF WS-VALOR-RESTANTE NOT < WS-ABE-T-VALOR (WS-SUB-ABE)
                   SUBTRACT WS-ABE-T-VALOR (WS-SUB-ABE)
                       FROM WS-VALOR-RESTANTE
                   PERFORM P240-LIQUIDA-FATURA
               ELSE
                   PERFORM P260-BAIXA-PARCIAL
               END-IF
           END-IF

           .
       P230-PROCURA-FATURA.

            AND WS-ABE-T-ID (WS-SUB-ABE) = RET-ID-USUARIO
            AND WS-ABE-T-VALOR (WS-SUB-ABE) = RET-VALOR
               SET BAIXA-OK TO TRUE
               MOVE 0 TO WS-VALOR-RESTANTE
               PERFORM P240-LIQUIDA-FATURA
           END-IF

                                          TO WS-PAGA-VALOR
           MOVE WS-ABE-T-DATA (WS-SUB-ABE)
                                          TO WS-PAGA-DATA-GERACAO
           MOVE WS-ABE-T-NOSSO (WS-SUB-ABE)
                                          TO WS-PAGA-NOSSO-NUMERO
           WRITE REG-PAGA FROM WS-FAT-PAGA

           ADD 1                          TO WS-QTD-BAIXADAS
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           .
       P250-DISTRIBUI-PAGAMENTO.

           IF NOT ABE-T-ABERTA (WS-SUB-ABE)
            OR WS-ABE-T-ID (WS-SUB-ABE) NOT = RET-ID-USUARIO
               CONTINUE
           ELSE
               SET BAIXA-OK TO TRUE
               IF WS-VALOR-RESTANTE NOT < WS-ABE-T-VALOR (WS-SUB-ABE)
                   SUBTRACT WS-ABE-T-VALOR (WS-SUB-ABE)
                       FROM WS-VALOR-RESTANTE
                   PERFORM P240-LIQUIDA-FATURA
               ELSE
                   PERFORM P260-BAIXA-PARCIAL
               END-IF
           END-IF

           .
      * A PARTE PAGA VAI PARA FATPAGAS.DAT COMO QUALQUER BAIXA - ASSIM
      * O FATURADO DA COMPETENCIA CONTINUA IGUAL AO PAGO MAIS O QUE
      * SEGUE EM ABERTO. A FATURA FICA NA CARTEIRA SO COM O SALDO.
       P260-BAIXA-PARCIAL.

           MOVE WS-ABE-T-COMPET (WS-SUB-ABE)
                                          TO WS-PAGA-COMPET
           MOVE RET-DATA-PGTO             TO WS-PAGA-DATA-PGTO
           MOVE WS-ABE-T-ID (WS-SUB-ABE)  TO WS-PAGA-ID
           MOVE WS-ABE-T-PLANO (WS-SUB-ABE)
                                          TO WS-PAGA-PLANO
           MOVE WS-VALOR-RESTANTE         TO WS-PAGA-VALOR
           MOVE WS-ABE-T-DATA (WS-SUB-ABE)
                                          TO WS-PAGA-DATA-GERACAO
           MOVE WS-ABE-T-NOSSO (WS-SUB-ABE)
                                          TO WS-PAGA-NOSSO-NUMERO
           WRITE REG-PAGA FROM WS-FAT-PAGA

           SUBTRACT WS-VALOR-RESTANTE
               FROM WS-ABE-T-VALOR (WS-SUB-ABE)
           ADD 1                          TO WS-QTD-PARCIAIS
           ADD WS-VALOR-RESTANTE          TO WS-TOTAL-BAIXADO
           MOVE 0                         TO WS-VALOR-RESTANTE

           MOVE WS-ABE-T-ID (WS-SUB-ABE)  TO WS-ID-USUARIO
           MOVE 'RETORNO - PAGAMENTO PARCIAL ABATIDO DA FATURA'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           .
      * SOBRA DE PAGAMENTO (ORIGEM 'E') OU PAGAMENTO SEM NENHUMA
      * FATURA ABERTA (ORIGEM 'S') FICA COMO CREDITO DO ASSINANTE,
      * ABATIDO PELA COBRANCA MENSAL NA PROXIMA FATURA.
       P270-GRAVA-CREDITO.

           MOVE SPACES                    TO REG-CREDITO
           MOVE RET-ID-USUARIO            TO CRE-ID-USUARIO
           MOVE RET-DATA-PGTO             TO CRE-DATA-ORIGEM
           MOVE WS-VALOR-RESTANTE         TO CRE-VALOR-ORIGINAL
           MOVE WS-VALOR-RESTANTE         TO CRE-SALDO

           IF BAIXA-OK
               SET CRE-EXCEDENTE          TO TRUE
           ELSE
               SET CRE-SEM-FATURA         TO TRUE
           END-IF

           WRITE REG-CREDITO

           ADD 1                          TO WS-QTD-CRE-GERADOS
           ADD WS-VALOR-RESTANTE          TO WS-TOTAL-CREDITO

           MOVE RET-ID-USUARIO            TO WS-ID-USUARIO
           MOVE 'RETORNO - VALOR REGISTRADO COMO CREDITO'
                                    TO WS-LOG-RESULTADO
           PERFORM P800-GRAVA-LOG

           .
       P300-ATUALIZA-IDADE.

                   PERFORM P800-GRAVA-LOG
               NOT INVALID KEY
                   IF USUARIO-ATIVO
                       MOVE REG-USUARIOS TO WS-JRN-ANTES
                       SET USUARIO-BLOQUEADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE (1:14)
                                             TO DT-ULT-MANUTENCAO
                               MOVE 'BLOQUEADO POR INADIMPLENCIA'
                                            TO WS-LOG-RESULTADO
                               PERFORM P800-GRAVA-LOG
                               PERFORM P810-GRAVA-JORNAL
                       END-REWRITE
                   END-IF
           END-READ
               MOVE WS-ABE-T-DIAS (WS-SUB-ABE)  TO ABE-DIAS-ABERTO
               MOVE WS-ABE-T-SITUACAO (WS-SUB-ABE)
                                                TO ABE-SITUACAO
               MOVE WS-ABE-T-NOSSO (WS-SUB-ABE) TO ABE-NOSSO-NUMERO
               WRITE REG-ABERTO
           END-IF

           MOVE 'RETPAG'            TO LOG-OPERADOR
           WRITE REG-LOG

           .
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
           SET JRN-ALTERACAO        TO TRUE
           MOVE ID-USUARIO          TO JRN-ID-USUARIO
           MOVE 'RETPAG'            TO JRN-PROGRAMA
           MOVE 'RETPAG'            TO JRN-OPERADOR
           MOVE WS-JRN-ANTES        TO JRN-ANTES
           MOVE REG-USUARIOS        TO JRN-DEPOIS
           WRITE REG-JORNAL

           .
       P900-FIM.
           CLOSE LOGUSU
           CLOSE JORNAL
           STOP RUN.
       END PROGRAM RETPAG.
