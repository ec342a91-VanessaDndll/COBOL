      *                  NO ARQUIVO CADRUN (VER RUNREG01) AO FINAL DO
      *                  JOB, NORMAL OU COM ERRO, PARA O FECHAMENTO
      *                  DIARIO DO CADBAL01.
      * 15/10/2026 VD    EXCECOES CARIMBADAS COM 'BATCH' NO OPERADOR
      *                  (EX-OPERADOR) - VER EXCREG01.
      * 15/10/2026 VD    CONTADOR DE CONFLITOS DO CADRUN
      *                  (RC-QTDE-CONFLITOS) GRAVADO ZERADO: O PROGRAMA
      *                  NAO REGRAVA O CADPES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCEPT EX-DATA-EVENTO        FROM DATE YYYYMMDD
           ACCEPT EX-HORA-EVENTO        FROM TIME
           MOVE 'PRIMEIRO'              TO EX-PROGRAMA
           MOVE 'BATCH'                 TO EX-OPERADOR
           SET EX-ABERTA                TO TRUE
           MOVE ZEROS                   TO EX-DATA-RESOLUCAO
           MOVE SPACES                  TO EX-OPERADOR-RESOLUCAO
           WRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-EXCECOES. STATUS: '
               MOVE ZEROS               TO RC-QTDE-INCLUSOES
               MOVE ZEROS               TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO          TO RC-RETORNO
               MOVE ZEROS               TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
