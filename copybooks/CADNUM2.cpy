      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO AO CONTROLE DE NUMERACAO DO NOSSO NUMERO - O
      * NUMERO E UNICO POR FATURA E NUNCA REAPROVEITADO, NEM NUMA
      * REGERACAO DA COMPETENCIA
      ******************************************************************
       77  WS-FS-NUM                  PIC 99.
           88 FS-NUM-OK                VALUE 0.
           88 FS-NUM-NAOACHOU          VALUE 35.
       77  WS-NUM-CHAVE                PIC 9(04).
       77  WS-NOSSO-NUMERO             PIC 9(10).
