      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    EXCECOES CARIMBADAS COM 'BATCH' NO OPERADOR
      *                  (EX-OPERADOR) - VER EXCREG01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVAR01.
           ACCEPT EX-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT EX-HORA-EVENTO         FROM TIME
           MOVE 'CADVAR01'               TO EX-PROGRAMA
           MOVE 'BATCH'                  TO EX-OPERADOR
           SET EX-ABERTA                 TO TRUE
           MOVE ZEROS                    TO EX-DATA-RESOLUCAO
           MOVE SPACES                   TO EX-OPERADOR-RESOLUCAO
           WRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-EXCECOES. STATUS: '
