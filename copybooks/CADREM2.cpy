      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO A REMESSA DE COBRANCA PARA O BANCO - FORMATOS
      * DE HEADER, DETALHE (UMA FATURA A RECEBER, COM NOSSO NUMERO,
      * VENCIMENTO E VALOR) E TRAILER (QUANTIDADE E VALOR TOTAL)
      ******************************************************************
       77  WS-FS-REM                  PIC 99.
           88 FS-REM-OK                VALUE 0.
       77  WS-NOME-REMESSA             PIC X(40).
       77  WS-QTD-REMESSA              PIC 9(06) VALUE 0.
       77  WS-TOTAL-REMESSA            PIC 9(11)V99 VALUE 0.
       01  WS-REM-HEADER.
           03  WS-RHDR-TIPO            PIC X(01) VALUE 'H'.
           03  WS-RHDR-DATA-HORA       PIC X(14).
           03  WS-RHDR-ORIGEM          PIC X(10) VALUE 'CAPFLIX'.
           03  WS-RHDR-COMPETENCIA     PIC 9(06).
       01  WS-REM-DETALHE.
           03  WS-RDET-TIPO            PIC X(01) VALUE 'D'.
           03  WS-RDET-NOSSO-NUMERO    PIC 9(10).
           03  WS-RDET-ID              PIC 9(06).
           03  WS-RDET-NOME            PIC X(100).
           03  WS-RDET-VENCIMENTO      PIC 9(08).
           03  WS-RDET-VALOR           PIC 9(05)V99.
           03  WS-RDET-COMPETENCIA     PIC 9(06).
       01  WS-REM-TRAILER.
           03  WS-RTRL-TIPO            PIC X(01) VALUE 'T'.
           03  WS-RTRL-QTD             PIC 9(06).
           03  WS-RTRL-TOTAL           PIC 9(11)V99.
