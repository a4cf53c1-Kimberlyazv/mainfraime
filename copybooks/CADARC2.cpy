      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO A GRAVACAO E LEITURA DO INDICE DE ARQUIVOS
      * MORTOS DO LOG (CTRLARC.DAT)
      ******************************************************************
       77  WS-FS-ARC                  PIC 99.
           88 FS-ARC-OK                VALUE 0.
           88 FS-ARC-NAOACHOU          VALUE 35.
       77  WS-EOF-ARC                  PIC X(01).
           88 EOF-ARC                  VALUE 'S' FALSE 'N'.
