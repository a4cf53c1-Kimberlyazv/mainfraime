      * INATIVACOES POR DIA, ACEITOS X REJEITADOS DE LOTE ABERTOS
      * PELO TEXTO DE LOG-RESULTADO, E O DIA DE MAIOR MOVIMENTO.
      * O LOG BRUTO FICA SO NO ARQUIVO MORTO, PARA INVESTIGACOES.
      * CADA ARQUIVO MORTO GERADO E REGISTRADO EM CTRLARC.DAT, PARA
      * AS CONSULTAS AO HISTORICO SABEREM QUAIS ARQUIVOS EXISTEM.
      *******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGMES.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

               SELECT CTRLARC ASSIGN TO
               'C:\ArqCobol\CTRLARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

               SELECT RELMES ASSIGN TO
               'C:\ArqCobol\RELMES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARQUIVO-MORTO.
       01  REG-MORTO                  PIC X(81).

       FD CTRLARC.
           COPY CADARC.

       FD RELMES.
       01  REG-RELMES                 PIC X(80).

               05 WS-MOTIVO-QTD     PIC 9(05).

       COPY "CADLOG2".
       COPY "CADARC2".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE LOGUSU
           CLOSE ARQUIVO-MORTO

           PERFORM P190-REGISTRA-MORTO
           PERFORM P200-TRUNCA-LOG
           PERFORM P300-RELATORIO

               MOVE WS-SUB-MOTIVO TO WS-MOTIVO-IDX
           END-IF

           .
      * UMA SEGUNDA EXECUCAO NO MESMO DIA REGISTRA O MESMO ARQUIVO DE
      * NOVO - QUEM LE O INDICE DESPREZA A DATA REPETIDA.
       P190-REGISTRA-MORTO.

           SET FS-ARC-OK TO TRUE
           OPEN EXTEND CTRLARC

           IF FS-ARC-NAOACHOU
               OPEN OUTPUT CTRLARC
           END-IF

           MOVE SPACES          TO REG-CTRLARC
           MOVE WS-DATA-HOJE    TO ARC-DATA-ARQUIVO
           MOVE FUNCTION CURRENT-DATE (1:14)
                                TO ARC-DATA-HORA
           WRITE REG-CTRLARC

           CLOSE CTRLARC

           .
      * O LOG SO E ZERADO DEPOIS DE O ARQUIVO MORTO ESTAR FECHADO -
      * UMA FALHA ANTES DESTE PONTO PRESERVA O LOG CORRENTE INTACTO.
