      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO INTERATIVA DO ARQUIVO DE OPERADORES
      *          (CADOPR - VER OPRREG01) ATRAVES DE UM MENU, RESTRITA
      *          A SUPERVISORES: INCLUIR OPERADOR, ALTERAR NOME E
      *          PERFIL, DEFINIR NOVA SENHA (O QUE TAMBEM DESBLOQUEIA
      *          UM OPERADOR BLOQUEADO POR SENHAS ERRADAS), DESATIVAR
      *          E LISTAR. UM OPERADOR NUNCA E EXCLUIDO FISICAMENTE,
      *          PARA QUE O CODIGO CARIMBADO NA AUDITORIA CONTINUE
      *          IDENTIFICAVEL. COM O CADOPR INEXISTENTE OU VAZIO O
      *          PROGRAMA ENTRA SEM IDENTIFICACAO E SO PERMITE
      *          CADASTRAR O PRIMEIRO SUPERVISOR. CADA OPERACAO GRAVA
      *          O PAR DE IMAGENS ANTES/DEPOIS NO ARQUIVO TABAUD, COMO
      *          O TABMNT01 (AU-CHAVE = 'OP' + CODIGO DO OPERADOR), COM
      *          A SENHA APAGADA DAS IMAGENS.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES      ASSIGN TO "CADOPR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT ARQ-AUD-TABELAS     ASSIGN TO "TABAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUD-TABELAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES
           LABEL RECORD IS STANDARD.
       COPY OPRREG01.

       FD  ARQ-AUD-TABELAS
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       WORKING-STORAGE SECTION.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-OPERADORES        PIC X(02) VALUE '00'.
           03  WS-STATUS-AUD-TABELAS       PIC X(02) VALUE '00'.

       01  WS-FLAGS-MENU.
           03  WS-FIM-MENU                 PIC X(01) VALUE 'N'.
               88  FIM-MENU                VALUE 'S'.
           03  WS-REGISTRO-ENCONTRADO      PIC X(01) VALUE 'N'.
               88  REGISTRO-ENCONTRADO     VALUE 'S'.
           03  WS-FIM-LISTA                PIC X(01) VALUE 'N'.
               88  FIM-LISTA               VALUE 'S'.
           03  WS-CARGA-INICIAL            PIC X(01) VALUE 'N'.
               88  CARGA-INICIAL           VALUE 'S'.

       01  WS-OPCAO                        PIC X(01).
           88  OPCAO-INCLUIR               VALUE 'I'.
           88  OPCAO-ALTERAR               VALUE 'A'.
           88  OPCAO-NOVA-SENHA            VALUE 'S'.
           88  OPCAO-DESATIVAR             VALUE 'E'.
           88  OPCAO-LISTAR                VALUE 'L'.
           88  OPCAO-SAIR                  VALUE 'X'.

       01  WS-SENHA-CONFIRMACAO            PIC X(08) VALUE SPACES.
       01  WS-QTDE-LISTADOS                PIC 9(04) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA ALTERACAO)
       01  WS-CHAVE-AUDITORIA              PIC X(10) VALUE SPACES.
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(170) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(170) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM O050-IDENTIFICAR-OPERADOR
           PERFORM O100-ABRIR-ARQUIVOS
           IF CARGA-INICIAL
               PERFORM O300-INCLUIR THRU O300-INCLUIR-FIM
           ELSE
               PERFORM O200-EXIBIR-MENU
                   UNTIL FIM-MENU
           END-IF
           PERFORM O900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * COM O CADOPR INEXISTENTE OU VAZIO, ENTRA EM CARGA INICIAL (SO
      * O PRIMEIRO SUPERVISOR PODE SER CADASTRADO); NOS DEMAIS CASOS
      * EXIGE A IDENTIFICACAO DE UM SUPERVISOR. O ARQUIVO E FECHADO
      * ANTES DA CHAMADA AO OPRSGN01, QUE O ABRE POR CONTA PROPRIA.
      ******************************************************************
       O050-IDENTIFICAR-OPERADOR.
           MOVE 'N'                      TO WS-CARGA-INICIAL
           OPEN INPUT ARQ-OPERADORES
           IF WS-STATUS-OPERADORES = '35'
               SET CARGA-INICIAL         TO TRUE
           ELSE
               IF WS-STATUS-OPERADORES NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-OPERADORES. STATUS: '
                           WS-STATUS-OPERADORES
                   PERFORM O950-ENCERRAR-COM-ERRO
               END-IF
               READ ARQ-OPERADORES NEXT RECORD
                   AT END
                       SET CARGA-INICIAL TO TRUE
               END-READ
               CLOSE ARQ-OPERADORES
           END-IF

           IF CARGA-INICIAL
               DISPLAY 'ARQUIVO DE OPERADORES VAZIO. CADASTRE O '
                       'PRIMEIRO SUPERVISOR.'
               MOVE 'OPRMNT01'           TO SG-OPERADOR
           ELSE
               MOVE 'OPRMNT01'           TO SG-PROGRAMA
               CALL 'OPRSGN01' USING SG-AREA-SESSAO
               IF NOT SG-ACESSO-LIBERADO
                   MOVE 8                TO WS-RETORNO
                   MOVE WS-RETORNO       TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT SG-PERFIL-SUPERVISOR
                   DISPLAY 'MANUTENCAO DE OPERADORES RESTRITA A '
                           'SUPERVISORES. ACESSO NEGADO.'
                   MOVE 8                TO WS-RETORNO
                   MOVE WS-RETORNO       TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       O100-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-OPERADORES
           IF WS-STATUS-OPERADORES = '35'
               OPEN OUTPUT ARQ-OPERADORES
               CLOSE ARQ-OPERADORES
               OPEN I-O ARQ-OPERADORES
           END-IF
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF

           OPEN EXTEND ARQ-AUD-TABELAS
           IF WS-STATUS-AUD-TABELAS = '35'
               OPEN OUTPUT ARQ-AUD-TABELAS
               CLOSE ARQ-AUD-TABELAS
               OPEN EXTEND ARQ-AUD-TABELAS
           END-IF
           IF WS-STATUS-AUD-TABELAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUD-TABELAS. STATUS: '
                       WS-STATUS-AUD-TABELAS
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * MENU PRINCIPAL DA MANUTENCAO DE OPERADORES
      ******************************************************************
       O200-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '=========== MANUTENCAO DE OPERADORES ==========='
           DISPLAY '  (I) INCLUIR   (A) ALTERAR NOME/PERFIL'
           DISPLAY '  (S) NOVA SENHA / DESBLOQUEAR   (E) DESATIVAR'
           DISPLAY '  (L) LISTAR    (X) SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM O300-INCLUIR THRU O300-INCLUIR-FIM
               WHEN OPCAO-ALTERAR
                   PERFORM O400-ALTERAR THRU O400-ALTERAR-FIM
               WHEN OPCAO-NOVA-SENHA
                   PERFORM O450-NOVA-SENHA THRU O450-NOVA-SENHA-FIM
               WHEN OPCAO-DESATIVAR
                   PERFORM O500-DESATIVAR THRU O500-DESATIVAR-FIM
               WHEN OPCAO-LISTAR
                   PERFORM O600-LISTAR THRU O600-LISTAR-FIM
               WHEN OPCAO-SAIR
                   SET FIM-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .

      ******************************************************************
      * INCLUSAO DE UM OPERADOR (REATIVA SE JA EXISTIR INATIVO). NA
      * CARGA INICIAL O PERFIL E FIXADO EM SUPERVISOR.
      ******************************************************************
       O300-INCLUIR.
           DISPLAY 'CODIGO DO OPERADOR (ATE 8 POSICOES): '
           MOVE SPACES                   TO OP-ID
           ACCEPT OP-ID
           IF OP-ID = SPACES
               DISPLAY 'CODIGO DO OPERADOR OBRIGATORIO.'
               GO TO O300-INCLUIR-FIM
           END-IF
           PERFORM O310-LER-OPERADOR

           IF REGISTRO-ENCONTRADO AND NOT OP-INATIVO
               DISPLAY 'JA EXISTE OPERADOR ATIVO COM ESTE CODIGO.'
               GO TO O300-INCLUIR-FIM
           END-IF
           IF REGISTRO-ENCONTRADO
               MOVE OP-REGISTRO-OPERADOR TO WS-IMAGEM-ANTES
               MOVE SPACES               TO WS-IMAGEM-ANTES (39:8)
           ELSE
               MOVE SPACES               TO WS-IMAGEM-ANTES
           END-IF

           DISPLAY 'NOME DO OPERADOR: '
           ACCEPT OP-NOME
           IF CARGA-INICIAL
               SET OP-PERFIL-SUPERVISOR  TO TRUE
               DISPLAY 'PERFIL: S (SUPERVISOR)'
           ELSE
               PERFORM O320-ACEITAR-PERFIL
               IF NOT OP-PERFIL-VALIDO
                   DISPLAY 'PERFIL INVALIDO. INCLUSAO NAO GRAVADA.'
                   GO TO O300-INCLUIR-FIM
               END-IF
           END-IF
           PERFORM O330-ACEITAR-SENHA
           IF OP-SENHA = SPACES
               GO TO O300-INCLUIR-FIM
           END-IF
           SET OP-ATIVO                  TO TRUE
           MOVE ZEROS                    TO OP-TENTATIVAS
           MOVE ZEROS                    TO OP-DATA-ULTIMO-ACESSO
           MOVE ZEROS                    TO OP-HORA-ULTIMO-ACESSO
           ACCEPT OP-DATA-SITUACAO       FROM DATE YYYYMMDD

           IF REGISTRO-ENCONTRADO
               REWRITE OP-REGISTRO-OPERADOR
               MOVE 'A'                  TO WS-OPERACAO-ATUAL
           ELSE
               WRITE OP-REGISTRO-OPERADOR
               MOVE 'I'                  TO WS-OPERACAO-ATUAL
           END-IF
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM O360-AUDITAR-OPERADOR
           DISPLAY 'OPERADOR ' OP-ID ' INCLUIDO.'
           .
       O300-INCLUIR-FIM.
           EXIT.

       O310-LER-OPERADOR.
           MOVE 'N'                      TO WS-REGISTRO-ENCONTRADO
           READ ARQ-OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGISTRO-ENCONTRADO TO TRUE
           END-READ
           IF WS-STATUS-OPERADORES NOT = '00'
                          AND WS-STATUS-OPERADORES NOT = '23'
               DISPLAY 'ERRO NA LEITURA DE ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           .

       O320-ACEITAR-PERFIL.
           DISPLAY 'PERFIL (C)ONSULTA (M)ANUTENCAO (S)UPERVISOR '
                   '(T)ABELAS: '
           ACCEPT OP-PERFIL
           .

      ******************************************************************
      * ACEITA A SENHA DUAS VEZES. DIVERGENCIA OU SENHA EM BRANCO
      * DEIXA OP-SENHA EM ESPACOS PARA O CHAMADOR DESISTIR.
      ******************************************************************
       O330-ACEITAR-SENHA.
           DISPLAY 'SENHA (ATE 8 POSICOES): '
           MOVE SPACES                   TO OP-SENHA
           ACCEPT OP-SENHA
           DISPLAY 'CONFIRME A SENHA: '
           MOVE SPACES                   TO WS-SENHA-CONFIRMACAO
           ACCEPT WS-SENHA-CONFIRMACAO
           IF OP-SENHA = SPACES
               DISPLAY 'SENHA EM BRANCO NAO PERMITIDA. NADA GRAVADO.'
           ELSE
               IF OP-SENHA NOT = WS-SENHA-CONFIRMACAO
                   DISPLAY 'SENHAS NAO CONFEREM. NADA GRAVADO.'
                   MOVE SPACES           TO OP-SENHA
               END-IF
           END-IF
           .

      ******************************************************************
      * ALTERACAO DO NOME E DO PERFIL DE UM OPERADOR
      ******************************************************************
       O400-ALTERAR.
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT OP-ID
           PERFORM O310-LER-OPERADOR
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY 'OPERADOR NAO ENCONTRADO.'
               GO TO O400-ALTERAR-FIM
           END-IF

           MOVE OP-REGISTRO-OPERADOR     TO WS-IMAGEM-ANTES
           MOVE SPACES                   TO WS-IMAGEM-ANTES (39:8)
           DISPLAY 'NOME ATUAL: ' OP-NOME ' - NOVO NOME: '
           ACCEPT OP-NOME
           DISPLAY 'PERFIL ATUAL: ' OP-PERFIL
           PERFORM O320-ACEITAR-PERFIL
           IF NOT OP-PERFIL-VALIDO
               DISPLAY 'PERFIL INVALIDO. ALTERACAO NAO GRAVADA.'
               GO TO O400-ALTERAR-FIM
           END-IF
           IF OP-ID = SG-OPERADOR AND NOT OP-PERFIL-SUPERVISOR
               DISPLAY 'O SUPERVISOR NAO PODE RETIRAR O PROPRIO '
                       'PERFIL. ALTERACAO NAO GRAVADA.'
               GO TO O400-ALTERAR-FIM
           END-IF

           REWRITE OP-REGISTRO-OPERADOR
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM O360-AUDITAR-OPERADOR
           DISPLAY 'OPERADOR ALTERADO.'
           .
       O400-ALTERAR-FIM.
           EXIT.

      ******************************************************************
      * DEFINE UMA NOVA SENHA PARA O OPERADOR, ZERA AS TENTATIVAS E
      * DESBLOQUEIA O OPERADOR BLOQUEADO POR SENHAS ERRADAS
      ******************************************************************
       O450-NOVA-SENHA.
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT OP-ID
           PERFORM O310-LER-OPERADOR
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY 'OPERADOR NAO ENCONTRADO.'
               GO TO O450-NOVA-SENHA-FIM
           END-IF
           IF OP-INATIVO
               DISPLAY 'OPERADOR INATIVO. USE INCLUIR PARA REATIVAR.'
               GO TO O450-NOVA-SENHA-FIM
           END-IF

           MOVE OP-REGISTRO-OPERADOR     TO WS-IMAGEM-ANTES
           MOVE SPACES                   TO WS-IMAGEM-ANTES (39:8)
           PERFORM O330-ACEITAR-SENHA
           IF OP-SENHA = SPACES
               GO TO O450-NOVA-SENHA-FIM
           END-IF
           IF OP-BLOQUEADO
               SET OP-ATIVO              TO TRUE
               ACCEPT OP-DATA-SITUACAO   FROM DATE YYYYMMDD
               DISPLAY 'OPERADOR DESBLOQUEADO.'
           END-IF
           MOVE ZEROS                    TO OP-TENTATIVAS

           REWRITE OP-REGISTRO-OPERADOR
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM O360-AUDITAR-OPERADOR
           DISPLAY 'NOVA SENHA GRAVADA.'
           .
       O450-NOVA-SENHA-FIM.
           EXIT.

      ******************************************************************
      * DESATIVACAO DE UM OPERADOR (EXCLUSAO LOGICA). O SUPERVISOR NAO
      * PODE DESATIVAR A SI MESMO.
      ******************************************************************
       O500-DESATIVAR.
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT OP-ID
           PERFORM O310-LER-OPERADOR
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY 'OPERADOR NAO ENCONTRADO.'
               GO TO O500-DESATIVAR-FIM
           END-IF
           IF OP-INATIVO
               DISPLAY 'OPERADOR JA ESTA INATIVO.'
               GO TO O500-DESATIVAR-FIM
           END-IF
           IF OP-ID = SG-OPERADOR
               DISPLAY 'O SUPERVISOR NAO PODE DESATIVAR A SI MESMO.'
               GO TO O500-DESATIVAR-FIM
           END-IF

           MOVE OP-REGISTRO-OPERADOR     TO WS-IMAGEM-ANTES
           MOVE SPACES                   TO WS-IMAGEM-ANTES (39:8)
           SET OP-INATIVO                TO TRUE
           ACCEPT OP-DATA-SITUACAO       FROM DATE YYYYMMDD
           REWRITE OP-REGISTRO-OPERADOR
           IF WS-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-OPERADORES. STATUS: '
                       WS-STATUS-OPERADORES
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'E'                      TO WS-OPERACAO-ATUAL
           PERFORM O360-AUDITAR-OPERADOR
           DISPLAY 'OPERADOR DESATIVADO.'
           .
       O500-DESATIVAR-FIM.
           EXIT.

      ******************************************************************
      * LISTA TODOS OS OPERADORES EM ORDEM DE CODIGO
      ******************************************************************
       O600-LISTAR.
           MOVE LOW-VALUES               TO OP-ID
           START ARQ-OPERADORES
               KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   DISPLAY 'NENHUM OPERADOR CADASTRADO.'
                   GO TO O600-LISTAR-FIM
           END-START
           MOVE 'N'                      TO WS-FIM-LISTA
           MOVE ZEROS                    TO WS-QTDE-LISTADOS
           DISPLAY 'CODIGO   NOME                           P S T '
                   'ULTIMO ACESSO'
           PERFORM O610-LISTAR-OPERADOR
               UNTIL FIM-LISTA
           DISPLAY 'OPERADORES LISTADOS: ' WS-QTDE-LISTADOS
           .
       O600-LISTAR-FIM.
           EXIT.

       O610-LISTAR-OPERADOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   SET FIM-LISTA         TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF WS-STATUS-OPERADORES NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-OPERADORES. '
                           'STATUS: ' WS-STATUS-OPERADORES
                   PERFORM O950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-QTDE-LISTADOS
               DISPLAY OP-ID ' ' OP-NOME ' ' OP-PERFIL ' '
                       OP-SITUACAO ' ' OP-TENTATIVAS ' '
                       OP-DATA-ULTIMO-ACESSO
           END-IF
           .

      ******************************************************************
      * MONTA A CHAVE E A IMAGEM DEPOIS (SEM A SENHA) E GRAVA O PAR DE
      * AUDITORIA NO TABAUD
      ******************************************************************
       O360-AUDITAR-OPERADOR.
           MOVE SPACES                   TO WS-CHAVE-AUDITORIA
           MOVE 'OP'                     TO WS-CHAVE-AUDITORIA (1:2)
           MOVE OP-ID                    TO WS-CHAVE-AUDITORIA (3:8)
           MOVE OP-REGISTRO-OPERADOR     TO WS-IMAGEM-DEPOIS
           MOVE SPACES                   TO WS-IMAGEM-DEPOIS (39:8)
           PERFORM O700-GRAVAR-AUDITORIA
           .

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS) NO
      * ARQUIVO TABAUD, CARIMBADO COM A DATA, A HORA E O OPERADOR, NO
      * MESMO LAYOUT AUDREG01 DO TABMNT01
      ******************************************************************
       O700-GRAVAR-AUDITORIA.
           MOVE WS-CHAVE-AUDITORIA       TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE SG-OPERADOR              TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           SET AU-IMAGEM-ANTES           TO TRUE
           MOVE WS-IMAGEM-ANTES          TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUD-TABELAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUD-TABELAS. STATUS: '
                       WS-STATUS-AUD-TABELAS
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF

           SET AU-IMAGEM-DEPOIS          TO TRUE
           MOVE WS-IMAGEM-DEPOIS         TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUD-TABELAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUD-TABELAS. STATUS: '
                       WS-STATUS-AUD-TABELAS
               PERFORM O950-ENCERRAR-COM-ERRO
           END-IF
           .

       O900-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-OPERADORES
           CLOSE ARQ-AUD-TABELAS
           .

       O950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE ARQ-OPERADORES
           CLOSE ARQ-AUD-TABELAS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM OPRMNT01.
