      *                  ACOMPANHANDO CR-SITUACAO/CR-DATA-SITUACAO EM
      *                  CADREG01. ARQUIVOS CADAUD/TABAUD ANTIGOS
      *                  DEVEM SER DESCARTADOS OU CONVERTIDOS.
      * 15/10/2026 VD    INCLUIDO AU-OPERADOR NO FIM DO REGISTRO (DE 202
      *                  PARA 210 BYTES): OS PROGRAMAS INTERATIVOS
      *                  GRAVAM O OPERADOR IDENTIFICADO NO OPRSGN01 E
      *                  OS JOBS BATCH GRAVAM O PROPRIO NOME DO
      *                  PROGRAMA. ARQUIVOS CADAUD/TABAUD ANTIGOS
      *                  DEVEM SER DESCARTADOS OU CONVERTIDOS.
      * 15/10/2026 VD    AU-IMAGEM-REGISTRO DE X(170) PARA X(179)
      *                  (REGISTRO DE 210 PARA 219 BYTES), ACOMPANHANDO
      *                  A SITUACAO DO CPF EM CADREG01. ARQUIVOS
      *                  CADAUD/TABAUD ANTIGOS DEVEM SER DESCARTADOS OU
      *                  CONVERTIDOS.
      * 15/10/2026 VD    AU-IMAGEM-REGISTRO DE X(179) PARA X(188)
      *                  (REGISTRO DE 219 PARA 228 BYTES), ACOMPANHANDO
      *                  O ENDERECO DEVOLVIDO EM CADREG01. ARQUIVOS
      *                  CADAUD/TABAUD ANTIGOS DEVEM SER DESCARTADOS OU
      *                  CONVERTIDOS.
      * 15/10/2026 VD    AU-IMAGEM-REGISTRO DE X(188) PARA X(212)
      *                  (REGISTRO DE 228 PARA 252 BYTES), ACOMPANHANDO
      *                  O CARIMBO DA ULTIMA ALTERACAO EM CADREG01.
      *                  ARQUIVOS CADAUD/TABAUD ANTIGOS DEVEM SER
      *                  DESCARTADOS OU CONVERTIDOS.
      ******************************************************************
       01  AU-REGISTRO-AUDITORIA.
           03  AU-CHAVE                   PIC X(10).
               88  AU-OPER-INCLUSAO       VALUE 'I'.
               88  AU-OPER-ALTERACAO      VALUE 'A'.
               88  AU-OPER-EXCLUSAO       VALUE 'E'.
           03  AU-IMAGEM-REGISTRO         PIC X(212).
           03  AU-OPERADOR                PIC X(08).
