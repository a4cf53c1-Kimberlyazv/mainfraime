      ******************************************************************
      * Author:KIMBERLY AZEVEDO
      * Date:10/2026
      * Purpose: APOIO AO ATENDIMENTO DE TITULARES (LGPD) - PRAZO
      * LEGAL DE RESPOSTA EM DIAS CORRIDOS, PROTOCOLO DA SOLICITACAO
      * E VALORES GRAVADOS NO LUGAR DOS DADOS PESSOAIS NA
      * ANONIMIZACAO (O E-MAIL LEVA O ID PARA CONTINUAR UNICO NA
      * CHAVE ALTERNATIVA DE USUARIO.DAT)
      ******************************************************************
       77  WS-FS-LGP                  PIC 99.
           88 FS-LGP-OK                VALUE 0.
           88 FS-LGP-NAOACHOU          VALUE 35.
       77  WS-EOF-LGP                  PIC X(01).
           88 EOF-LGP                  VALUE 'S' FALSE 'N'.
       77  WS-LGPD-PRAZO-DIAS          PIC 9(02) VALUE 15.
       77  WS-PROTOCOLO                PIC 9(06).
       77  WS-NOME-EXPORTACAO          PIC X(40).
       77  WS-LGPD-NOME                PIC X(100)
                                       VALUE 'TITULAR ANONIMIZADO'.
       77  WS-LGPD-PERFIL              PIC X(30)
                                       VALUE 'PERFIL ANONIMIZADO'.
       77  WS-LGPD-EMAIL               PIC X(100).
