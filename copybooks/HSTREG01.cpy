      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO, JUNTO COM O ROLLOVER MENSAL AUDROL01.
      * 15/10/2026 VD    INCLUIDO HS-OPERADOR NO FIM DO REGISTRO,
      *                  ACOMPANHANDO AU-OPERADOR EM AUDREG01.
      * 15/10/2026 VD    HS-IMAGEM-REGISTRO DE X(170) PARA X(179),
      *                  ACOMPANHANDO AUDREG01.
      * 15/10/2026 VD    HS-IMAGEM-REGISTRO DE X(179) PARA X(188),
      *                  ACOMPANHANDO AUDREG01.
      * 15/10/2026 VD    HS-IMAGEM-REGISTRO DE X(188) PARA X(212),
      *                  ACOMPANHANDO AUDREG01.
      ******************************************************************
       01  HS-REGISTRO-HISTORIA.
           03  HS-CHAVE-HISTORIA.
               88  HS-OPER-INCLUSAO       VALUE 'I'.
               88  HS-OPER-ALTERACAO      VALUE 'A'.
               88  HS-OPER-EXCLUSAO       VALUE 'E'.
           03  HS-IMAGEM-REGISTRO         PIC X(212).
           03  HS-OPERADOR                PIC X(08).
