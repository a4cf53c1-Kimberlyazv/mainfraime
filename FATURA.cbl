      * DATADO DA COMPETENCIA INFORMADA (FATURAS.AAAAMM.DAT). CADA
      * GERACAO CONCLUIDA E REGISTRADA EM CTRLFAT.DAT E UMA
      * COMPETENCIA JA GERADA SO E REGERADA COM CONFIRMACAO
      * EXPLICITA DO OPERADOR. O CREDITO DO ASSINANTE EM
      * CREDITO.DAT E ABATIDO DA FATURA GERADA (O ABATIMENTO SAI NA
      * PROPRIA FATURA) E, NA REGERACAO, O CREDITO ABATIDO NA
      * GERACAO ANTERIOR VOLTA PARA O ASSINANTE ANTES DE SER
      * APLICADO DE NOVO. CADA FATURA A RECEBER GANHA UM NOSSO
      * NUMERO UNICO (CONTROLE EM CTRLNUM.DAT) E VAI PARA A REMESSA
      * DE COBRANCA DO BANCO (REMESSA.AAAAMM.DAT), COM HEADER,
      * DETALHES E TRAILER DE QUANTIDADE E VALOR TOTAL. O TESTE
      * GRATIS E O CUPOM DE PROMOCAO DO ASSINANTE (PROMOUSU.DAT)
      * SAO DESCONTADOS ANTES DO CREDITO, COM O PRECO ORIGINAL E OS
      * DESCONTOS GRAVADOS SEPARADOS NA FATURA; A PROMOCAO QUE
      * CHEGA AO FIM E ENCERRADA AUTOMATICAMENTE. EXIBE OS TOTAIS
      * PARA CONFERENCIA.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTF.

               SELECT CREDITO ASSIGN TO
               'C:\ArqCobol\CREDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

               SELECT CTRLNUM ASSIGN TO
               'C:\ArqCobol\CTRLNUM.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-NUM-CHAVE
               FILE STATUS IS WS-FS-NUM.

               SELECT REMESSA ASSIGN TO DYNAMIC WS-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT PARMNOIT ASSIGN TO
               'C:\ArqCobol\PARMNOIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

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

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           03  FILLER                 PIC X(01).
           03  CTF-DATA-HORA          PIC X(14).

       FD CREDITO.
           COPY CADCRE.

       FD CTRLNUM.
           COPY CADNUM.

       FD REMESSA.
           COPY CADREM.

       FD PARMNOIT.
           COPY CADPARM.

       FD CUPONS.
           COPY CADCUP.

       FD PROMOCOES.
           COPY CADPRO.

       WORKING-STORAGE SECTION.
       77 WS-FS                     PIC 99.
           88 FS-OK                 VALUE 0.
       77 WS-MELHOR-COMPET          PIC 9(06).
       77 WS-MELHOR-PRECO           PIC 9(05)V99.
       77 WS-PRECO-EDIT             PIC ZZ.ZZ9,99.
       77 WS-DATA-FIM-MES           PIC 9(08).
       77 WS-DIAS-GRATIS            PIC 9(02).
       77 WS-DESCONTO               PIC 9(05)V99.
       77 WS-QTD-DESCONTOS          PIC 9(05) VALUE 0.
       77 WS-QTD-PRO-ENCERRADAS     PIC 9(05) VALUE 0.
       77 WS-TOTAL-DESCONTO         PIC 9(09)V99 VALUE 0.

       COPY "CADPLAN2".
       COPY "CADFAT2".
       COPY "CADPCH2".
       COPY "CADPFU2".
       COPY "CADPARM2".
       COPY "CADCRE2".
       COPY "CADNUM2".
       COPY "CADREM2".
       COPY "CADCUP2".
       COPY "CADPRO2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING 'C:\ArqCobol\FATURAS.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-FATURAS

           MOVE SPACES TO WS-NOME-REMESSA
           STRING 'C:\ArqCobol\REMESSA.' WS-COMPETENCIA '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-REMESSA

           PERFORM P053-CARREGA-PLANOS
           PERFORM P049-CARREGA-AGENDA
           PERFORM P050-APLICA-AGENDA
               VARYING WS-SUB-PLANO FROM 1 BY 1
               UNTIL WS-SUB-PLANO > WS-QTD-PLANOS
           PERFORM P047-CARREGA-TROCAS
           PERFORM P060-CARREGA-CREDITOS THRU P060-EXIT
           PERFORM P075-LIMITES-COMPETENCIA
           PERFORM P080-CARREGA-PROMOCOES THRU P080-EXIT
           PERFORM P085-CARREGA-CUPONS

           IF COMPET-JA-GERADA AND NOT CRE-ESTOURO
               PERFORM P065-DEVOLVE-CREDITOS THRU P065-EXIT
           END-IF

      * SEM A TABELA DE CREDITOS COMPLETA A COBRANCA NAO E GERADA -
      * REGRAVAR CREDITO.DAT A PARTIR DE UMA TABELA TRUNCADA
      * APAGARIA CREDITOS DOS ASSINANTES.
           IF CRE-ESTOURO
               DISPLAY 'CREDITOS DE ASSINANTES NAO CARREGADOS - '
                       'NENHUM ARQUIVO FOI ALTERADO.'
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

      * PELO MESMO MOTIVO, SEM A TABELA DE PROMOCOES COMPLETA A
      * REGRAVACAO DE PROMOUSU.DAT PERDERIA ADESOES.
           IF PRO-ESTOURO
               DISPLAY 'PROMOCOES DE ASSINANTES NAO CARREGADAS - '
                       'NENHUM ARQUIVO FOI ALTERADO.'
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT USUARIO
               GO TO P900-FIM
           END-IF

           PERFORM P055-INICIALIZA-NUMERACAO

           IF NOT FS-NUM-OK
               DISPLAY 'ERRO AO ABRIR CTRLNUM.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-NUM
               CLOSE USUARIO
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           OPEN OUTPUT FATURAS

           IF NOT FS-FAT-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS'
               DISPLAY 'FILE STATUS: ' WS-FS-FAT
               CLOSE USUARIO
               CLOSE CTRLNUM
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           OPEN OUTPUT REMESSA

           IF NOT FS-REM-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE REMESSA'
               DISPLAY 'FILE STATUS: ' WS-FS-REM
               CLOSE USUARIO
               CLOSE CTRLNUM
               CLOSE FATURAS
               MOVE 8 TO RETURN-CODE
               GO TO P900-FIM
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RHDR-DATA-HORA
           MOVE WS-COMPETENCIA             TO WS-RHDR-COMPETENCIA
           WRITE REG-REMESSA FROM WS-REM-HEADER

           SET EOF-OK TO FALSE
           PERFORM P100-PROCESSA-USUARIO UNTIL EOF-OK

           MOVE WS-QTD-REMESSA   TO WS-RTRL-QTD
           MOVE WS-TOTAL-REMESSA TO WS-RTRL-TOTAL
           WRITE REG-REMESSA FROM WS-REM-TRAILER

           CLOSE USUARIO
           CLOSE CTRLNUM
           CLOSE FATURAS
           CLOSE REMESSA

           IF WS-QTD-CREDITOS > 0
               PERFORM P070-REGRAVA-CREDITOS
           END-IF

           IF WS-QTD-PROMOCOES > 0
               PERFORM P090-REGRAVA-PROMOCOES
           END-IF

           PERFORM P046-GRAVA-CONTROLE

           DISPLAY 'ASSINANTES INATIVOS  : ' WS-QTD-INATIVOS
           DISPLAY 'SEM PLANO CADASTRADO : ' WS-QTD-SEM-PLANO
           DISPLAY 'VALOR TOTAL FATURADO : ' WS-TOTAL-EDITADO
           DISPLAY 'FATURAS COM CREDITO  : ' WS-QTD-CRE-APLICADOS
           MOVE WS-TOTAL-CREDITO TO WS-TOTAL-EDITADO
           DISPLAY 'CREDITO ABATIDO      : ' WS-TOTAL-EDITADO
           DISPLAY 'FATURAS COM DESCONTO : ' WS-QTD-DESCONTOS
           MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-EDITADO
           DISPLAY 'DESCONTO PROMOCIONAL : ' WS-TOTAL-EDITADO
           DISPLAY 'PROMOCOES ENCERRADAS : ' WS-QTD-PRO-ENCERRADAS
           DISPLAY 'DETALHES NA REMESSA  : ' WS-QTD-REMESSA
           DISPLAY 'REMESSA GRAVADA EM ' WS-NOME-REMESSA

           GO TO P900-FIM.

                   END-IF
           END-READ

           .
      * MESMO ESQUEMA DO CTRLID.DAT: REGISTRO UNICO NA CHAVE RELATIVA
      * 1, CRIADO NA PRIMEIRA EXECUCAO COM O NUMERO 1.
       P055-INICIALIZA-NUMERACAO.

           SET FS-NUM-OK       TO TRUE
           MOVE 1 TO WS-NUM-CHAVE
           OPEN I-O CTRLNUM

           IF FS-NUM-NAOACHOU
               OPEN OUTPUT CTRLNUM
               MOVE 1 TO NUM-PROXIMO-NOSSO
               MOVE 1 TO WS-NUM-CHAVE
               WRITE REG-CTRLNUM
                   INVALID KEY
                       DISPLAY 'ERRO AO CRIAR CTRLNUM.DAT'
               END-WRITE
               CLOSE CTRLNUM
               OPEN I-O CTRLNUM
           END-IF

           .
      * O NUMERO E GRAVADO DE VOLTA A CADA FATURA - UMA QUEDA NO MEIO
      * DA COBRANCA NUNCA FAZ UM NOSSO NUMERO SE REPETIR.
       P056-PROXIMO-NOSSO-NUMERO.

           MOVE 1 TO WS-NUM-CHAVE
           READ CTRLNUM
               INVALID KEY
                   MOVE 1 TO NUM-PROXIMO-NOSSO
           END-READ

           MOVE NUM-PROXIMO-NOSSO TO WS-NOSSO-NUMERO
           ADD 1 TO NUM-PROXIMO-NOSSO

           REWRITE REG-CTRLNUM
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CTRLNUM.DAT'
           END-REWRITE

           .
       P060-CARREGA-CREDITOS.

           MOVE 0                  TO WS-QTD-CREDITOS
           SET FS-CRE-OK           TO TRUE
           SET EOF-CRE             TO FALSE
           SET CRE-ESTOURO         TO FALSE

           OPEN INPUT CREDITO

           IF FS-CRE-NAOACHOU
               GO TO P060-EXIT
           END-IF

           IF NOT FS-CRE-OK
               DISPLAY 'ERRO AO ABRIR CREDITO.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-CRE
               SET CRE-ESTOURO TO TRUE
               GO TO P060-EXIT
           END-IF

           PERFORM P061-LE-CREDITO UNTIL EOF-CRE

           CLOSE CREDITO

           GO TO P060-EXIT.

       P060-EXIT.
           EXIT.

       P061-LE-CREDITO.

           READ CREDITO
               AT END
                   SET EOF-CRE TO TRUE
               NOT AT END
                   IF CRE-SALDO > 0
                       IF WS-QTD-CREDITOS < 5000
                           ADD 1 TO WS-QTD-CREDITOS
                           MOVE CRE-ID-USUARIO
                                TO WS-CRE-T-ID (WS-QTD-CREDITOS)
                           MOVE CRE-DATA-ORIGEM
                                TO WS-CRE-T-DATA (WS-QTD-CREDITOS)
                           MOVE CRE-VALOR-ORIGINAL
                                TO WS-CRE-T-ORIGINAL (WS-QTD-CREDITOS)
                           MOVE CRE-SALDO
                                TO WS-CRE-T-SALDO (WS-QTD-CREDITOS)
                           MOVE CRE-ORIGEM
                                TO WS-CRE-T-ORIGEM (WS-QTD-CREDITOS)
                       ELSE
                           DISPLAY 'CREDITO.DAT EXCEDE 5000 CREDITOS'
                           SET CRE-ESTOURO TO TRUE
                           SET EOF-CRE TO TRUE
                       END-IF
                   END-IF
           END-READ

           .
      * REGERACAO CONFIRMADA: O CREDITO ABATIDO NAS FATURAS DA
      * GERACAO ANTERIOR JA SAIU DE CREDITO.DAT - ELE VOLTA PARA A
      * TABELA (ORIGEM 'R') ANTES DE O ARQUIVO DA COMPETENCIA SER
      * SOBRESCRITO, PARA SER ABATIDO DE NOVO SEM SE PERDER.
       P065-DEVOLVE-CREDITOS.

           SET FS-FAT-OK           TO TRUE
           SET EOF-OK              TO FALSE

           OPEN INPUT FATURAS

           IF NOT FS-FAT-OK
               GO TO P065-EXIT
           END-IF

           PERFORM P066-LE-FATURA-ANTERIOR UNTIL EOF-OK

           CLOSE FATURAS

           GO TO P065-EXIT.

       P065-EXIT.
           EXIT.

       P066-LE-FATURA-ANTERIOR.

           READ FATURAS
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
      * ARQUIVO GERADO ANTES DO CONTROLE DE CREDITOS NAO TRAZ O
      * CAMPO DE ABATIMENTO - NADA A DEVOLVER.
                   IF FAT-CREDITO-ABATIDO IS NUMERIC
                    AND FAT-CREDITO-ABATIDO > 0
                       IF WS-QTD-CREDITOS < 5000
                           ADD 1 TO WS-QTD-CREDITOS
                           MOVE FAT-ID-USUARIO
                                TO WS-CRE-T-ID (WS-QTD-CREDITOS)
                           MOVE FAT-DATA-GERACAO
                                TO WS-CRE-T-DATA (WS-QTD-CREDITOS)
                           MOVE FAT-CREDITO-ABATIDO
                                TO WS-CRE-T-ORIGINAL (WS-QTD-CREDITOS)
                           MOVE FAT-CREDITO-ABATIDO
                                TO WS-CRE-T-SALDO (WS-QTD-CREDITOS)
                           MOVE 'R'
                                TO WS-CRE-T-ORIGEM (WS-QTD-CREDITOS)
                       ELSE
                           DISPLAY 'CREDITOS DEVOLVIDOS EXCEDEM 5000 '
                                   'CREDITOS'
                           SET CRE-ESTOURO TO TRUE
                           SET EOF-OK TO TRUE
                       END-IF
                   END-IF
           END-READ

           .
      * SO OS CREDITOS COM SALDO VOLTAM PARA O ARQUIVO - OS
      * CONSUMIDOS POR INTEIRO NESTA COBRANCA SAEM DELE.
       P070-REGRAVA-CREDITOS.

           OPEN OUTPUT CREDITO

           PERFORM P071-GRAVA-CREDITO
               VARYING WS-SUB-CRE FROM 1 BY 1
               UNTIL WS-SUB-CRE > WS-QTD-CREDITOS

           CLOSE CREDITO

           .
       P071-GRAVA-CREDITO.

           IF WS-CRE-T-SALDO (WS-SUB-CRE) > 0
               MOVE SPACES                      TO REG-CREDITO
               MOVE WS-CRE-T-ID (WS-SUB-CRE)    TO CRE-ID-USUARIO
               MOVE WS-CRE-T-DATA (WS-SUB-CRE)  TO CRE-DATA-ORIGEM
               MOVE WS-CRE-T-ORIGINAL (WS-SUB-CRE)
                                                TO CRE-VALOR-ORIGINAL
               MOVE WS-CRE-T-SALDO (WS-SUB-CRE) TO CRE-SALDO
               MOVE WS-CRE-T-ORIGEM (WS-SUB-CRE)
                                                TO CRE-ORIGEM
               WRITE REG-CREDITO
           END-IF

           .
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA E QUANTIDADE DE DIAS -
      * BASE DO TESTE GRATIS, QUE SO DEIXA DE COBRAR OS DIAS DO MES
      * ATE O FIM DO TESTE.
       P075-LIMITES-COMPETENCIA.

           COMPUTE WS-DATA-INI-MES = WS-COMPETENCIA * 100 + 1

           IF WS-COMPET-MES = 12
               COMPUTE WS-DATA-INI-PROX =
                   ((WS-COMPET-ANO + 1) * 10000) + 0101
           ELSE
               COMPUTE WS-DATA-INI-PROX =
                   (WS-COMPET-ANO * 10000)
                 + ((WS-COMPET-MES + 1) * 100) + 1
           END-IF

           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INI-PROX)
             - FUNCTION INTEGER-OF-DATE (WS-DATA-INI-MES)

           COMPUTE WS-DATA-FIM-MES =
               WS-COMPETENCIA * 100 + WS-DIAS-MES

           .
       P080-CARREGA-PROMOCOES.

           MOVE 0                  TO WS-QTD-PROMOCOES
           SET FS-PRO-OK           TO TRUE
           SET EOF-PRO             TO FALSE
           SET PRO-ESTOURO         TO FALSE

           OPEN INPUT PROMOCOES

           IF FS-PRO-NAOACHOU
               GO TO P080-EXIT
           END-IF

           IF NOT FS-PRO-OK
               DISPLAY 'ERRO AO ABRIR PROMOUSU.DAT'
               DISPLAY 'FILE STATUS: ' WS-FS-PRO
               SET PRO-ESTOURO TO TRUE
               GO TO P080-EXIT
           END-IF

           PERFORM P081-LE-PROMOCAO UNTIL EOF-PRO

           CLOSE PROMOCOES

           GO TO P080-EXIT.

       P080-EXIT.
           EXIT.

       P081-LE-PROMOCAO.

           READ PROMOCOES
               AT END
                   SET EOF-PRO TO TRUE
               NOT AT END
                   IF WS-QTD-PROMOCOES < 5000
                       ADD 1 TO WS-QTD-PROMOCOES
                       PERFORM P082-GUARDA-PROMOCAO
                   ELSE
                       DISPLAY 'PROMOUSU.DAT EXCEDE 5000 ADESOES'
                       SET PRO-ESTOURO TO TRUE
                       SET EOF-PRO TO TRUE
                   END-IF
           END-READ

           .
       P082-GUARDA-PROMOCAO.

           MOVE PRO-ID-USUARIO  TO WS-PRO-T-ID (WS-QTD-PROMOCOES)
           MOVE PRO-CUPOM       TO WS-PRO-T-CUPOM (WS-QTD-PROMOCOES)
           MOVE PRO-DATA-ADESAO TO WS-PRO-T-ADESAO (WS-QTD-PROMOCOES)
           MOVE PRO-FIM-TESTE
                TO WS-PRO-T-FIM-TESTE (WS-QTD-PROMOCOES)
           MOVE PRO-TIPO        TO WS-PRO-T-TIPO (WS-QTD-PROMOCOES)
           MOVE PRO-VALOR       TO WS-PRO-T-VALOR (WS-QTD-PROMOCOES)
           MOVE PRO-MESES       TO WS-PRO-T-MESES (WS-QTD-PROMOCOES)
           MOVE PRO-MESES-USADOS
                TO WS-PRO-T-USADOS (WS-QTD-PROMOCOES)
           MOVE PRO-ULT-COMPET
                TO WS-PRO-T-ULT-COMPET (WS-QTD-PROMOCOES)
           MOVE PRO-SITUACAO
                TO WS-PRO-T-SITUACAO (WS-QTD-PROMOCOES)
           MOVE PRO-DATA-ENCERRAMENTO
                TO WS-PRO-T-ENCERRAMENTO (WS-QTD-PROMOCOES)
           MOVE PRO-OPERADOR
                TO WS-PRO-T-OPERADOR (WS-QTD-PROMOCOES)

           .
      * A TABELA DE CUPONS SO SERVE PARA CONFERIR OS PLANOS
      * ATENDIDOS - TIPO, VALOR E MESES VEM DA PROPRIA ADESAO.
       P085-CARREGA-CUPONS.

           MOVE 0                  TO WS-QTD-CUPONS
           SET FS-CUP-OK           TO TRUE
           SET EOF-CUP             TO FALSE

           OPEN INPUT CUPONS

           IF FS-CUP-OK
               PERFORM P086-LE-CUPOM UNTIL EOF-CUP
               CLOSE CUPONS
           END-IF

           .
       P086-LE-CUPOM.

           READ CUPONS
               AT END
                   SET EOF-CUP TO TRUE
               NOT AT END
                   IF WS-QTD-CUPONS < 100
                       ADD 1 TO WS-QTD-CUPONS
                       MOVE CUP-CODIGO
                            TO WS-CUP-CODIGO (WS-QTD-CUPONS)
                       PERFORM P087-GUARDA-PLANO
                           VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
                           UNTIL WS-SUB-CUP-PLANO > 5
                   ELSE
                       DISPLAY 'AVISO - CUPONS.DAT EXCEDE 100 '
                               'ENTRADAS. LINHA IGNORADA: ' CUP-CODIGO
                   END-IF
           END-READ

           .
       P087-GUARDA-PLANO.

           MOVE CUP-PLANO (WS-SUB-CUP-PLANO)
                TO WS-CUP-PLANO (WS-QTD-CUPONS, WS-SUB-CUP-PLANO)

           .
      * AS ADESOES ENCERRADAS CONTINUAM NO ARQUIVO - SAO O
      * HISTORICO DO RELATORIO DE CAMPANHAS.
       P090-REGRAVA-PROMOCOES.

           OPEN OUTPUT PROMOCOES

           PERFORM P091-GRAVA-PROMOCAO
               VARYING WS-SUB-PRO FROM 1 BY 1
               UNTIL WS-SUB-PRO > WS-QTD-PROMOCOES

           CLOSE PROMOCOES

           .
       P091-GRAVA-PROMOCAO.

           MOVE SPACES                        TO REG-PROMOCAO
           MOVE WS-PRO-T-ID (WS-SUB-PRO)      TO PRO-ID-USUARIO
           MOVE WS-PRO-T-CUPOM (WS-SUB-PRO)   TO PRO-CUPOM
           MOVE WS-PRO-T-ADESAO (WS-SUB-PRO)  TO PRO-DATA-ADESAO
           MOVE WS-PRO-T-FIM-TESTE (WS-SUB-PRO)
                                              TO PRO-FIM-TESTE
           MOVE WS-PRO-T-TIPO (WS-SUB-PRO)    TO PRO-TIPO
           MOVE WS-PRO-T-VALOR (WS-SUB-PRO)   TO PRO-VALOR
           MOVE WS-PRO-T-MESES (WS-SUB-PRO)   TO PRO-MESES
           MOVE WS-PRO-T-USADOS (WS-SUB-PRO)  TO PRO-MESES-USADOS
           MOVE WS-PRO-T-ULT-COMPET (WS-SUB-PRO)
                                              TO PRO-ULT-COMPET
           MOVE WS-PRO-T-SITUACAO (WS-SUB-PRO)
                                              TO PRO-SITUACAO
           MOVE WS-PRO-T-ENCERRAMENTO (WS-SUB-PRO)
                                              TO PRO-DATA-ENCERRAMENTO
           MOVE WS-PRO-T-OPERADOR (WS-SUB-PRO)
                                              TO PRO-OPERADOR
           WRITE REG-PROMOCAO

           .
       P053-CARREGA-PLANOS.

           MOVE WS-PLANO-PRECO (WS-PLANO-IDX)
                                   TO WS-VALOR-FATURA
           PERFORM P205-PRORRATEIA THRU P205-EXIT
           MOVE WS-VALOR-FATURA    TO FAT-PRECO-ORIGINAL
           PERFORM P230-APLICA-PROMOCAO THRU P230-EXIT
           PERFORM P210-ABATE-CREDITO THRU P210-EXIT
           MOVE WS-VALOR-FATURA    TO FAT-VALOR
           MOVE WS-PLANO-DIA (WS-PLANO-IDX)
                                   TO FAT-DIA-VENCIMENTO

      * FATURA ZERADA PELO CREDITO NAO TEM BOLETO - FICA SEM NOSSO
      * NUMERO E FORA DA REMESSA.
           IF WS-VALOR-FATURA > 0
               PERFORM P056-PROXIMO-NOSSO-NUMERO
               MOVE WS-NOSSO-NUMERO TO FAT-NOSSO-NUMERO
           ELSE
               MOVE ZEROS           TO FAT-NOSSO-NUMERO
           END-IF

           WRITE REG-FATURA

           IF WS-VALOR-FATURA > 0
               PERFORM P220-GRAVA-REMESSA
           END-IF

           ADD 1                   TO WS-QTD-FATURADOS
           ADD WS-VALOR-FATURA     TO WS-TOTAL-FATURADO

               MOVE WS-SUB-PLANO TO WS-PLANO-IDX2
           END-IF

           .
      * O CREDITO DO ASSINANTE E CONSUMIDO DO MAIS ANTIGO PARA O
      * MAIS NOVO ATE ZERAR A FATURA OU ACABAR O SALDO; O QUE SOBRAR
      * FICA PARA A COBRANCA SEGUINTE.
       P210-ABATE-CREDITO.

           MOVE 0 TO FAT-CREDITO-ABATIDO

           IF WS-QTD-CREDITOS = 0
               GO TO P210-EXIT
           END-IF

           PERFORM P211-CONSOME-CREDITO
               VARYING WS-SUB-CRE FROM 1 BY 1
               UNTIL WS-SUB-CRE > WS-QTD-CREDITOS
                  OR WS-VALOR-FATURA = 0

           IF FAT-CREDITO-ABATIDO > 0
               ADD 1                   TO WS-QTD-CRE-APLICADOS
               ADD FAT-CREDITO-ABATIDO TO WS-TOTAL-CREDITO
           END-IF

           GO TO P210-EXIT.

       P210-EXIT.
           EXIT.

       P211-CONSOME-CREDITO.

           IF WS-CRE-T-ID (WS-SUB-CRE) = ID-USUARIO
            AND WS-CRE-T-SALDO (WS-SUB-CRE) > 0
               IF WS-CRE-T-SALDO (WS-SUB-CRE) NOT < WS-VALOR-FATURA
                   ADD WS-VALOR-FATURA TO FAT-CREDITO-ABATIDO
                   SUBTRACT WS-VALOR-FATURA
                       FROM WS-CRE-T-SALDO (WS-SUB-CRE)
                   MOVE 0 TO WS-VALOR-FATURA
               ELSE
                   ADD WS-CRE-T-SALDO (WS-SUB-CRE)
                       TO FAT-CREDITO-ABATIDO
                   SUBTRACT WS-CRE-T-SALDO (WS-SUB-CRE)
                       FROM WS-VALOR-FATURA
                   MOVE 0 TO WS-CRE-T-SALDO (WS-SUB-CRE)
               END-IF
           END-IF

           .
      * O VENCIMENTO E O DIA DE COBRANCA DO PLANO DENTRO DO MES DA
      * COMPETENCIA (O MANPLAN LIMITA O DIA A 28).
       P220-GRAVA-REMESSA.

           MOVE FAT-NOSSO-NUMERO   TO WS-RDET-NOSSO-NUMERO
           MOVE FAT-ID-USUARIO     TO WS-RDET-ID
           MOVE FAT-NM-USUARIO     TO WS-RDET-NOME
           COMPUTE WS-RDET-VENCIMENTO =
                   FAT-COMPETENCIA * 100 + FAT-DIA-VENCIMENTO
           MOVE FAT-VALOR          TO WS-RDET-VALOR
           MOVE FAT-COMPETENCIA    TO WS-RDET-COMPETENCIA
           WRITE REG-REMESSA FROM WS-REM-DETALHE

           ADD 1                   TO WS-QTD-REMESSA
           ADD FAT-VALOR           TO WS-TOTAL-REMESSA

           .
      * PROMOCOES DO ASSINANTE: PRIMEIRO O TESTE GRATIS, DEPOIS O
      * CUPOM SOBRE O QUE SOBROU. O CREDITO SO ABATE O VALOR JA
      * DESCONTADO.
       P230-APLICA-PROMOCAO.

           MOVE 0      TO FAT-DESCONTO-TESTE
           MOVE 0      TO FAT-DESCONTO-CUPOM
           MOVE SPACES TO FAT-CUPOM

           IF WS-QTD-PROMOCOES = 0
               GO TO P230-EXIT
           END-IF

           PERFORM P231-AVALIA-PROMOCAO
               VARYING WS-SUB-PRO FROM 1 BY 1
               UNTIL WS-SUB-PRO > WS-QTD-PROMOCOES

           IF FAT-DESCONTO-TESTE > 0 OR FAT-DESCONTO-CUPOM > 0
               ADD 1                  TO WS-QTD-DESCONTOS
               ADD FAT-DESCONTO-TESTE TO WS-TOTAL-DESCONTO
               ADD FAT-DESCONTO-CUPOM TO WS-TOTAL-DESCONTO
           END-IF

           GO TO P230-EXIT.

       P230-EXIT.
           EXIT.

       P231-AVALIA-PROMOCAO.

           IF WS-PRO-T-ID (WS-SUB-PRO) = ID-USUARIO
               PERFORM P232-APLICA-TESTE THRU P232-EXIT
               PERFORM P235-APLICA-CUPOM THRU P235-EXIT
           END-IF

           .
      * O TESTE VALE DO CADASTRO ATE PRO-FIM-TESTE: OS DIAS DA
      * COMPETENCIA ATE ESSA DATA NAO SAO COBRADOS. DEPENDE SO DAS
      * DATAS, ENTAO A REGERACAO DA O MESMO RESULTADO. A ADESAO SO
      * DE TESTE TERMINA NA COMPETENCIA EM QUE O TESTE ACABA.
       P232-APLICA-TESTE.

           IF WS-PRO-T-FIM-TESTE (WS-SUB-PRO) = 0
            OR WS-PRO-T-FIM-TESTE (WS-SUB-PRO) < WS-DATA-INI-MES
            OR WS-PRO-T-ADESAO (WS-SUB-PRO) > WS-DATA-FIM-MES
               GO TO P232-EXIT
           END-IF

           IF WS-PRO-T-FIM-TESTE (WS-SUB-PRO) NOT < WS-DATA-FIM-MES
               MOVE WS-VALOR-FATURA TO WS-DESCONTO
           ELSE
               MOVE WS-PRO-T-FIM-TESTE (WS-SUB-PRO) (7:2)
                                    TO WS-DIAS-GRATIS
               COMPUTE WS-DESCONTO ROUNDED =
                   WS-VALOR-FATURA * WS-DIAS-GRATIS / WS-DIAS-MES
           END-IF

           SUBTRACT WS-DESCONTO FROM WS-VALOR-FATURA
           ADD WS-DESCONTO      TO FAT-DESCONTO-TESTE

           IF WS-PRO-T-CUPOM (WS-SUB-PRO) = SPACES
            AND WS-PRO-T-SITUACAO (WS-SUB-PRO) = 'A'
            AND WS-PRO-T-FIM-TESTE (WS-SUB-PRO) NOT > WS-DATA-FIM-MES
               MOVE WS-COMPETENCIA  TO WS-PRO-T-ULT-COMPET (WS-SUB-PRO)
               PERFORM P238-ENCERRA-PROMOCAO
           END-IF

           GO TO P232-EXIT.

       P232-EXIT.
           EXIT.

      * CADA COMPETENCIA DESCONTADA GASTA UM MES DO CUPOM; A
      * REGERACAO DA MESMA COMPETENCIA (PRO-ULT-COMPET) REPETE O
      * DESCONTO SEM GASTAR OUTRO MES. FATURA ZERADA PELO TESTE NAO
      * GASTA MES, E O PLANO FORA DO CUPOM (TROCA DE PLANO DEPOIS
      * DA ADESAO) FICA SEM DESCONTO ATE VOLTAR A UM PLANO ATENDIDO.
       P235-APLICA-CUPOM.

           IF WS-PRO-T-CUPOM (WS-SUB-PRO) = SPACES
            OR WS-VALOR-FATURA = 0
               GO TO P235-EXIT
           END-IF

           IF WS-PRO-T-ULT-COMPET (WS-SUB-PRO) NOT = WS-COMPETENCIA
               IF WS-PRO-T-SITUACAO (WS-SUB-PRO) NOT = 'A'
                OR WS-PRO-T-ULT-COMPET (WS-SUB-PRO) > WS-COMPETENCIA
                OR WS-PRO-T-ADESAO (WS-SUB-PRO) > WS-DATA-FIM-MES
                   GO TO P235-EXIT
               END-IF
           END-IF

           SET CUPOM-OK TO FALSE
           PERFORM P236-PROCURA-CUPOM
               VARYING WS-SUB-CUP FROM 1 BY 1
               UNTIL WS-SUB-CUP > WS-QTD-CUPONS
                  OR CUPOM-OK

           IF CUPOM-OK
            AND WS-CUP-PLANO (WS-CUP-IDX, 1) NOT = SPACES
               SET CUPOM-PLANO-OK TO FALSE
               PERFORM P237-PROCURA-PLANO-CUPOM
                   VARYING WS-SUB-CUP-PLANO FROM 1 BY 1
                   UNTIL WS-SUB-CUP-PLANO > 5
                      OR CUPOM-PLANO-OK
               IF NOT CUPOM-PLANO-OK
                   DISPLAY 'AVISO - ASSINANTE ' ID-USUARIO
                           ' NO PLANO ' FAT-PLANO-CODIGO
                           ' FORA DO CUPOM '
                           WS-PRO-T-CUPOM (WS-SUB-PRO)
                           ' - FATURA SEM DESCONTO'
                   GO TO P235-EXIT
               END-IF
           END-IF

           IF WS-PRO-T-TIPO (WS-SUB-PRO) = 'P'
               COMPUTE WS-DESCONTO ROUNDED =
                   WS-VALOR-FATURA * WS-PRO-T-VALOR (WS-SUB-PRO) / 100
           ELSE
               MOVE WS-PRO-T-VALOR (WS-SUB-PRO) TO WS-DESCONTO
           END-IF

           IF WS-DESCONTO > WS-VALOR-FATURA
               MOVE WS-VALOR-FATURA TO WS-DESCONTO
           END-IF

           SUBTRACT WS-DESCONTO FROM WS-VALOR-FATURA
           ADD WS-DESCONTO      TO FAT-DESCONTO-CUPOM
           MOVE WS-PRO-T-CUPOM (WS-SUB-PRO) TO FAT-CUPOM

           IF WS-PRO-T-ULT-COMPET (WS-SUB-PRO) NOT = WS-COMPETENCIA
               ADD 1 TO WS-PRO-T-USADOS (WS-SUB-PRO)
               MOVE WS-COMPETENCIA  TO WS-PRO-T-ULT-COMPET (WS-SUB-PRO)
               IF WS-PRO-T-USADOS (WS-SUB-PRO)
                  NOT < WS-PRO-T-MESES (WS-SUB-PRO)
                   PERFORM P238-ENCERRA-PROMOCAO
               END-IF
           END-IF

           GO TO P235-EXIT.

       P235-EXIT.
           EXIT.

       P236-PROCURA-CUPOM.

           IF WS-CUP-CODIGO (WS-SUB-CUP) = WS-PRO-T-CUPOM (WS-SUB-PRO)
               SET CUPOM-OK TO TRUE
               MOVE WS-SUB-CUP TO WS-CUP-IDX
           END-IF

           .
       P237-PROCURA-PLANO-CUPOM.

           IF WS-CUP-PLANO (WS-CUP-IDX, WS-SUB-CUP-PLANO)
                = FAT-PLANO-CODIGO
               SET CUPOM-PLANO-OK TO TRUE
           END-IF

           .
       P238-ENCERRA-PROMOCAO.

           MOVE 'E'             TO WS-PRO-T-SITUACAO (WS-SUB-PRO)
           MOVE WS-DATA-GERACAO TO WS-PRO-T-ENCERRAMENTO (WS-SUB-PRO)
           ADD 1                TO WS-QTD-PRO-ENCERRADAS
           DISPLAY 'PROMOCAO ENCERRADA - ASSINANTE ' ID-USUARIO
                   ' ' WS-PRO-T-CUPOM (WS-SUB-PRO)

           .
      * GOBACK DEVOLVE O CONTROLE (E O CODIGO DE RETORNO) AO NOTURNO
      * QUANDO CHAMADO POR ELE; SOZINHO, ENCERRA COMO STOP RUN.
