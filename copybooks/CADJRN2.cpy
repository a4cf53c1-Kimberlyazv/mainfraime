      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO A GRAVACAO DO JORNAL DE ALTERACOES DE
      * USUARIO.DAT - O PROGRAMA GUARDA EM WS-JRN-ANTES O REGISTRO
      * LIDO ANTES DE ALTERA-LO E, GRAVADO O REG-USUARIOS, INFORMA
      * A OPERACAO E GRAVA A LINHA DO JORNAL
      ******************************************************************
       77  WS-FS-JRN                  PIC 99.
           88 FS-JRN-OK                VALUE 0.
           88 FS-JRN-NAOACHOU          VALUE 35.
       77  WS-EOF-JRN                  PIC X(01).
           88 EOF-JRN                  VALUE 'S' FALSE 'N'.
       77  WS-JRN-OPERACAO             PIC X(01).
           88 JRN-OPER-INCLUSAO        VALUE 'I'.
           88 JRN-OPER-ALTERACAO       VALUE 'A'.
           88 JRN-OPER-EXCLUSAO        VALUE 'E'.
       77  WS-JRN-ANTES                PIC X(261).
