      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: MODULO UNICO DE IDENTIFICACAO DE OPERADORES, CHAMADO
      *          NA PARTIDA DE CADA PROGRAMA INTERATIVO DO CADASTRO
      *          (CADMNT01, CADEXC01, CADFUS01, TABMNT01, OPRMNT01,
      *          CADAPR01).
      *          PEDE O CODIGO E A SENHA DO OPERADOR, CONFERE NO
      *          ARQUIVO DE OPERADORES CADOPR (VER OPRREG01) E DEVOLVE
      *          NA AREA SGNREG01 O OPERADOR, O NOME E O PERFIL, OU O
      *          ACESSO NEGADO. CADA SENHA ERRADA SOMA UMA TENTATIVA NO
      *          REGISTRO DO OPERADOR; AO ATINGIR O LIMITE O OPERADOR
      *          FICA BLOQUEADO ATE UM SUPERVISOR LIBERA-LO PELO
      *          OPRMNT01. UMA SENHA CERTA ZERA AS TENTATIVAS E GRAVA A
      *          DATA/HORA DO ULTIMO ACESSO. A MENSAGEM DE FALHA NAO
      *          DIZ SE O ERRO FOI NO CODIGO OU NA SENHA.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO MODULO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSGN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES      ASSIGN TO "CADOPR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-STATUS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES
           LABEL RECORD IS STANDARD.
       COPY OPRREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-OPERADORES        PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-IDENTIFICACAO        PIC X(01) VALUE 'N'.
               88  FIM-IDENTIFICACAO       VALUE 'S'.

      ******* LIMITES: SENHAS ERRADAS SEGUIDAS ANTES DO BLOQUEIO DO
      ******* OPERADOR E TENTATIVAS POR SESSAO ANTES DE DESISTIR
       01  WS-LIMITE-BLOQUEIO              PIC 9(01) VALUE 3.
       01  WS-LIMITE-SESSAO                PIC 9(01) VALUE 3.

       01  WS-QTDE-TENTATIVAS-SESSAO       PIC 9(01) VALUE ZEROS.
       01  WS-OPERADOR-INFORMADO           PIC X(08) VALUE SPACES.
       01  WS-SENHA-INFORMADA              PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       COPY SGNREG01.

       PROCEDURE DIVISION USING SG-AREA-SESSAO.
       MAIN-PROCEDURE.
           MOVE SPACES                   TO SG-OPERADOR
           MOVE SPACES                   TO SG-NOME-OPERADOR
           MOVE SPACES                   TO SG-PERFIL
           SET SG-ACESSO-NEGADO          TO TRUE
           MOVE 'N'                      TO WS-FIM-IDENTIFICACAO
           MOVE ZEROS                    TO WS-QTDE-TENTATIVAS-SESSAO

           OPEN I-O ARQ-OPERADORES
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ARQUIVO DE OPERADORES (CADOPR) INDISPONIVEL. '
                       'STATUS: ' WS-STATUS-OPERADORES
               DISPLAY 'CADASTRAR O PRIMEIRO SUPERVISOR PELO OPRMNT01.'
               GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY '========= IDENTIFICACAO DO OPERADOR - '
                   SG-PROGRAMA ' ========='
           PERFORM K200-IDENTIFICAR THRU K200-IDENTIFICAR-FIM
               UNTIL FIM-IDENTIFICACAO
           CLOSE ARQ-OPERADORES
           GOBACK.

      ******************************************************************
      * UMA TENTATIVA DE IDENTIFICACAO. A SESSAO TERMINA COM O ACESSO
      * LIBERADO, COM O OPERADOR BLOQUEADO/INATIVO OU AO ESGOTAR AS
      * TENTATIVAS DA SESSAO.
      ******************************************************************
       K200-IDENTIFICAR.
           ADD 1                         TO WS-QTDE-TENTATIVAS-SESSAO
           IF WS-QTDE-TENTATIVAS-SESSAO GREATER THAN WS-LIMITE-SESSAO
               DISPLAY 'TENTATIVAS ESGOTADAS. ACESSO NEGADO.'
               SET FIM-IDENTIFICACAO     TO TRUE
               GO TO K200-IDENTIFICAR-FIM
           END-IF

           DISPLAY 'OPERADOR: '
           MOVE SPACES                   TO WS-OPERADOR-INFORMADO
           ACCEPT WS-OPERADOR-INFORMADO
           DISPLAY 'SENHA: '
           MOVE SPACES                   TO WS-SENHA-INFORMADA
           ACCEPT WS-SENHA-INFORMADA

           MOVE WS-OPERADOR-INFORMADO    TO OP-ID
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   GO TO K200-IDENTIFICAR-FIM
           END-READ
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               SET FIM-IDENTIFICACAO     TO TRUE
               GO TO K200-IDENTIFICAR-FIM
           END-IF

           IF OP-BLOQUEADO
               DISPLAY 'OPERADOR BLOQUEADO POR SENHAS ERRADAS. '
                       'PROCURE UM SUPERVISOR.'
               SET FIM-IDENTIFICACAO     TO TRUE
               GO TO K200-IDENTIFICAR-FIM
           END-IF
           IF NOT OP-ATIVO
               DISPLAY 'OPERADOR INATIVO. ACESSO NEGADO.'
               SET FIM-IDENTIFICACAO     TO TRUE
               GO TO K200-IDENTIFICAR-FIM
           END-IF

           IF WS-SENHA-INFORMADA NOT = OP-SENHA
               PERFORM K300-REGISTRAR-SENHA-ERRADA
               GO TO K200-IDENTIFICAR-FIM
           END-IF

           MOVE ZEROS                    TO OP-TENTATIVAS
           ACCEPT OP-DATA-ULTIMO-ACESSO  FROM DATE YYYYMMDD
           ACCEPT OP-HORA-ULTIMO-ACESSO  FROM TIME
           MOVE OP-ID                    TO SG-OPERADOR
           MOVE OP-NOME                  TO SG-NOME-OPERADOR
           MOVE OP-PERFIL                TO SG-PERFIL
           SET SG-ACESSO-LIBERADO        TO TRUE
           SET FIM-IDENTIFICACAO         TO TRUE
           PERFORM K700-REGRAVAR-OPERADOR
           IF SG-ACESSO-LIBERADO
               DISPLAY 'BEM-VINDO(A), ' OP-NOME
           END-IF
           .
       K200-IDENTIFICAR-FIM.
           EXIT.

      ******************************************************************
      * SOMA A SENHA ERRADA NO REGISTRO DO OPERADOR E BLOQUEIA O
      * OPERADOR AO ATINGIR O LIMITE
      ******************************************************************
       K300-REGISTRAR-SENHA-ERRADA.
           ADD 1                         TO OP-TENTATIVAS
           IF OP-TENTATIVAS NOT LESS THAN WS-LIMITE-BLOQUEIO
               SET OP-BLOQUEADO          TO TRUE
               ACCEPT OP-DATA-SITUACAO   FROM DATE YYYYMMDD
               DISPLAY 'SENHA INVALIDA. OPERADOR BLOQUEADO - '
                       'PROCURE UM SUPERVISOR.'
               SET FIM-IDENTIFICACAO     TO TRUE
           ELSE
               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF
           PERFORM K700-REGRAVAR-OPERADOR
           .

       K700-REGRAVAR-OPERADOR.
           REWRITE OP-REGISTRO-OPERADOR
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               SET SG-ACESSO-NEGADO      TO TRUE
               SET FIM-IDENTIFICACAO     TO TRUE
           END-IF
           .
       END PROGRAM OPRSGN01.
