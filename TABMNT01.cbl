      * Modification History
      * DATE       INIT  DESCRIPTION
      * 22/08/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IDENTIFICACAO DO OPERADOR NA PARTIDA (MODULO
      *                  OPRSGN01): SO OS PERFIS DE TABELAS E
      *                  SUPERVISOR ENTRAM, A DESATIVACAO (OPCAO E) E
      *                  EXCLUSIVA DO SUPERVISOR E O OPERADOR E
      *                  CARIMBADO NA AUDITORIA (AU-OPERADOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABMNT01.

       WORKING-STORAGE SECTION.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-TAB-PROF          PIC X(02) VALUE '00'.
           03  WS-STATUS-TAB-DDD           PIC X(02) VALUE '00'.
               88  FIM-MENU                VALUE 'S'.
           03  WS-REGISTRO-ENCONTRADO      PIC X(01) VALUE 'N'.
               88  REGISTRO-ENCONTRADO     VALUE 'S'.
           03  WS-PODE-DESATIVAR           PIC X(01) VALUE 'N'.
               88  PODE-DESATIVAR          VALUE 'S'.

       01  WS-OPCAO-TABELA                 PIC X(01).
           88  TABELA-PROFISSOES           VALUE 'P'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM T050-IDENTIFICAR-OPERADOR
           PERFORM T100-ABRIR-ARQUIVOS
           PERFORM T200-EXIBIR-MENU
               UNTIL FIM-MENU
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. SO OS PERFIS
      * DE TABELAS E SUPERVISOR MANTEM AS TABELAS; A DESATIVACAO E
      * EXCLUSIVA DO SUPERVISOR.
      ******************************************************************
       T050-IDENTIFICAR-OPERADOR.
           MOVE 'TABMNT01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SG-PERFIL-TABELAS AND NOT SG-PERFIL-SUPERVISOR
               DISPLAY 'MANUTENCAO DAS TABELAS RESTRITA AOS PERFIS '
                       'DE TABELAS E SUPERVISOR. ACESSO NEGADO.'
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF SG-PERFIL-SUPERVISOR
               SET PODE-DESATIVAR        TO TRUE
           END-IF
           .

       T100-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-TAB-PROFISSOES
           IF WS-STATUS-TAB-PROF = '35'
           .

       T210-ESCOLHER-OPERACAO.
           IF PODE-DESATIVAR
               DISPLAY '  (I) INCLUIR   (A) ALTERAR   (E) DESATIVAR'
           ELSE
               DISPLAY '  (I) INCLUIR   (A) ALTERAR'
           END-IF
           DISPLAY 'OPERACAO: '
           ACCEPT WS-OPCAO-OPERACAO
           IF OPERACAO-DESATIVAR AND NOT PODE-DESATIVAR
               MOVE SPACES               TO WS-OPCAO-OPERACAO
           END-IF

           EVALUATE TRUE
               WHEN TABELA-PROFISSOES AND OPERACAO-INCLUIR

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS) NO
      * ARQUIVO TABAUD, CARIMBADO COM A DATA E A HORA DO EVENTO E O
      * OPERADOR, NO MESMO LAYOUT AUDREG01 USADO PELO CADMNT01 PARA O
      * CADASTRO
      ******************************************************************
       T700-GRAVAR-AUDITORIA.
           MOVE WS-CHAVE-AUDITORIA       TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE SG-OPERADOR              TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

