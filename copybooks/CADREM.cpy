      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: LAYOUT DO ARQUIVO DE REMESSA DE COBRANCA PARA O BANCO
      * (REMESSA.AAAAMM.DAT) - REGISTRO UNICO DE 160 POSICOES OCUPADO
      * PELOS FORMATOS DE HEADER, DETALHE E TRAILER DE CADREM2
      ******************************************************************
       01  REG-REMESSA                PIC X(160).
