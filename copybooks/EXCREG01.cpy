      *                  PARA O CICLO DE VIDA DAS EXCECOES. ARQUIVOS
      *                  CADEXC GRAVADOS NO LAYOUT ANTIGO DEVEM SER
      *                  DESCARTADOS OU CONVERTIDOS.
      * 15/10/2026 VD    INCLUIDOS EX-OPERADOR (QUEM ABRIU A EXCECAO -
      *                  NOS JOBS BATCH, 'BATCH', POIS O PROGRAMA JA
      *                  ESTA EM EX-PROGRAMA) E
      *                  EX-OPERADOR-RESOLUCAO (QUEM A ENCERROU NO
      *                  CADEXC01). ARQUIVOS CADEXC ANTIGOS DEVEM SER
      *                  DESCARTADOS OU CONVERTIDOS.
      ******************************************************************
       01  EX-REGISTRO-EXCECAO.
           03  EX-CHAVE                   PIC X(10).
               88  EX-ABERTA               VALUE 'A'.
               88  EX-RESOLVIDA            VALUE 'R'.
           03  EX-DATA-RESOLUCAO           PIC 9(08).
           03  EX-OPERADOR                 PIC X(08).
           03  EX-OPERADOR-RESOLUCAO       PIC X(08).
