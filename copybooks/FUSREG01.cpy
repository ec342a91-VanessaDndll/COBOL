      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO, JUNTO COM O UTILITARIO DE FUSAO
      *                  CADFUS01.
      * 15/10/2026 VD    INCLUIDO FU-OPERADOR (SUPERVISOR QUE EXECUTOU A
      *                  FUSAO). ARQUIVOS CADFUS ANTIGOS DEVEM SER
      *                  DESCARTADOS OU CONVERTIDOS.
      ******************************************************************
       01  FU-REGISTRO-FUSAO.
           03  FU-CHAVE-VITIMA            PIC X(10).
           03  FU-CHAVE-SOBREVIVENTE      PIC X(10).
           03  FU-DATA-FUSAO              PIC 9(08).
           03  FU-HORA-FUSAO              PIC 9(08).
           03  FU-OPERADOR                PIC X(08).
