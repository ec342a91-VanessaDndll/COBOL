      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DA CORRESPONDENCIA DEVOLVIDA PELOS
      *          CORREIOS. A CASA DE MALA DIRETA DEVOLVE O ARQUIVO
      *          CADRTN, UMA LINHA POR CARTA NAO ENTREGUE, COM A CHAVE
      *          DA PESSOA, O CEP USADO NA POSTAGEM E O MOTIVO DA
      *          DEVOLUCAO:
      *            M - MUDOU-SE
      *            I - ENDERECO INSUFICIENTE
      *            D - DESCONHECIDO
      *          PARA CADA PESSOA ATIVA CUJO CEP NO CADASTRO AINDA E O
      *          DA POSTAGEM, O ENDERECO E MARCADO COMO NAO ENTREGAVEL
      *          (CR-DEVOLUCAO-MOTIVO/CR-DEVOLUCAO-DATA), COM O PAR DE
      *          AUDITORIA ANTES/DEPOIS NO CADAUD E UMA EXCECAO EM
      *          ABERTO (EXCREG01) PARA QUE O CADEXC01 COLHA O ENDERECO
      *          CORRETO. UMA NOVA DEVOLUCAO DE ENDERECO JA MARCADO
      *          ATUALIZA O MOTIVO E A DATA SEM ABRIR OUTRA EXCECAO.
      *          CEP DIFERENTE DO DA POSTAGEM QUER DIZER QUE O ENDERECO
      *          JA FOI TROCADO DEPOIS DA CARTA E NADA E MARCADO. O
      *          CADEXT01 E O CADETQ01 PULAM OS ENDERECOS MARCADOS, E A
      *          MARCA CAI QUANDO O ENDERECO E ALTERADO. TODA DEVOLUCAO
      *          DE PESSOA CADASTRADA VAI PARA O HISTORICO CADDVH (VER
      *          DEVREG01), BASE DO RELATORIO MENSAL RELCAD004; O
      *          RELATORIO RELRTN LISTA O RESULTADO DE CADA LINHA.
      *          PESSOA ALTERADA POR OUTRO PROGRAMA OU OPERADOR ENTRE A
      *          LEITURA E A MARCACAO NAO E REGRAVADA: A LINHA SAI COMO
      *          REJEITADA NO RELRTN, SEM HISTORICO, PARA TRATAMENTO
      *          MANUAL (VER LCKPRC01).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES. PROTECAO
      *                  CONTRA ALTERACAO PERDIDA (LCKPRC01): A PESSOA E
      *                  RELIDA E CONFERIDA ANTES DA MARCACAO; SE OUTRO
      *                  PROGRAMA OU OPERADOR A ALTEROU, A LINHA SAI
      *                  COMO REJEITADA NO RELRTN, SEM HISTORICO, E
      *                  CONTA COMO REJEITADA E CONFLITO NO CADRUN.
      *                  REGISTRO CARIMBADO COM A ULTIMA ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDEV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-RETORNO         ASSIGN TO "CADRTN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-HISTORICO-DEV   ASSIGN TO "CADDVH"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-AUDITORIA       ASSIGN TO "CADAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-EXCECOES        ASSIGN TO "CADEXC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT RELATORIO-RETORNO   ASSIGN TO "RELRTN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-RUN-LOG         ASSIGN TO "CADRUN"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RUN-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
           LABEL RECORD IS STANDARD.
       COPY CADREG01.

       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
       01  RT-REGISTRO-RETORNO.
           03  RT-CHAVE                   PIC X(10).
           03  RT-CEP.
               05  RT-CEP-1               PIC X(05).
               05  RT-CEP-2               PIC X(03).
           03  RT-MOTIVO                  PIC X(01).
               88  RT-MUDOU-SE            VALUE 'M'.
               88  RT-INSUFICIENTE        VALUE 'I'.
               88  RT-DESCONHECIDO        VALUE 'D'.
               88  RT-MOTIVO-VALIDO       VALUE 'M' 'I' 'D'.

       FD  ARQ-HISTORICO-DEV
           LABEL RECORD IS STANDARD.
       COPY DEVREG01.

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-EXCECOES
           LABEL RECORD IS STANDARD.
       COPY EXCREG01.

       FD  RELATORIO-RETORNO
           LABEL RECORD IS STANDARD.
       01  RE-LINHA-RELATORIO             PIC X(132).

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-RETORNO           PIC X(02) VALUE '00'.
           03  WS-STATUS-HISTORICO         PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-EXCECOES          PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-RETORNO              PIC X(01) VALUE 'N'.
               88  FIM-RETORNO             VALUE 'S'.
           03  WS-JA-DEVOLVIDO             PIC X(01) VALUE 'N'.
               88  JA-DEVOLVIDO            VALUE 'S'.

       01  WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

      ******* DESCRICAO DO MOTIVO PARA A EXCECAO E O RELATORIO
       01  WS-DESCRICAO-MOTIVO             PIC X(22) VALUE SPACES.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA ALTERACAO)
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

       01  WS-CONTADORES.
           03  WS-QTDE-LIDAS               PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-MARCADOS            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-REMARCADOS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-END-ALTERADO        PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-INATIVOS            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-NAO-ENCONTRADOS     PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-INVALIDAS           PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EXCECOES            PIC 9(07) VALUE ZEROS.

       01  WS-CONTROLE-PAGINA.
           03  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 45.
           03  WS-LINHAS-NA-PAGINA         PIC 9(02) VALUE ZEROS.
           03  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZEROS.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(43)
               VALUE 'CORRESPONDENCIA DEVOLVIDA PELOS CORREIOS'.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(7) VALUE 'PAGINA:'.
           03  WS-PAGINA-EDIT              PIC ZZZ9.

       01  WS-CABECALHO-2.
           03  FILLER PIC X(12) VALUE 'CHAVE'.
           03  FILLER PIC X(11) VALUE 'CEP'.
           03  FILLER PIC X(24) VALUE 'MOTIVO'.
           03  FILLER PIC X(33) VALUE 'NOME'.
           03  FILLER PIC X(40) VALUE 'RESULTADO'.

       01  WS-LINHA-SEPARADORA             PIC X(120) VALUE ALL '-'.

       01  WS-LINHA-DETALHE.
           03  WS-LDT-CHAVE                PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-CEP-1                PIC X(05).
           03  WS-LDT-HIFEN                PIC X(01).
           03  WS-LDT-CEP-2                PIC X(03).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-MOTIVO               PIC X(22).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-NOME                 PIC X(31).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-RESULTADO            PIC X(40).

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       01  WS-LINHA-TOTAL.
           03  WS-LTT-DESCRICAO            PIC X(40).
           03  WS-LTT-VALOR                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'CADDEV01'               TO WS-LCK-PROGRAMA
           PERFORM DV100-ABRIR-ARQUIVOS
           PERFORM DV200-LER-PROXIMA-LINHA
           PERFORM DV300-PROCESSAR-LINHA
               THRU DV300-PROCESSAR-LINHA-FIM
               UNTIL FIM-RETORNO
           PERFORM DV800-IMPRIMIR-TOTAIS
           PERFORM DV850-EXIBIR-RESUMO
           PERFORM DV870-GRAVAR-RUN-LOG
           PERFORM DV900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

       DV100-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE           FROM DATE YYYYMMDD

           OPEN I-O CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           OPEN INPUT ARQ-RETORNO
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RETORNO. STATUS: '
                       WS-STATUS-RETORNO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           OPEN EXTEND ARQ-HISTORICO-DEV
           IF WS-STATUS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO-DEV
               CLOSE ARQ-HISTORICO-DEV
               OPEN EXTEND ARQ-HISTORICO-DEV
           END-IF
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-HISTORICO-DEV. STATUS: '
                       WS-STATUS-HISTORICO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQ-AUDITORIA
               CLOSE ARQ-AUDITORIA
               OPEN EXTEND ARQ-AUDITORIA
           END-IF
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           OPEN EXTEND ARQ-EXCECOES
           IF WS-STATUS-EXCECOES = '35'
               OPEN OUTPUT ARQ-EXCECOES
               CLOSE ARQ-EXCECOES
               OPEN EXTEND ARQ-EXCECOES
           END-IF
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT RELATORIO-RETORNO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-RETORNO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           .

       DV200-LER-PROXIMA-LINHA.
           IF NOT FIM-RETORNO
               READ ARQ-RETORNO
                   AT END
                       SET FIM-RETORNO TO TRUE
               END-READ
               IF NOT FIM-RETORNO AND WS-STATUS-RETORNO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-RETORNO. STATUS: '
                           WS-STATUS-RETORNO
                   PERFORM DV950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * PROCESSA UMA DEVOLUCAO: CRITICA O MOTIVO, LOCALIZA A PESSOA
      * PELA CHAVE E DECIDE SE O ENDERECO E MARCADO. TODA DEVOLUCAO DE
      * PESSOA CADASTRADA VAI PARA O HISTORICO, MARCADA OU NAO.
      ******************************************************************
       DV300-PROCESSAR-LINHA.
           ADD 1                         TO WS-QTDE-LIDAS
           MOVE 'N'                      TO WS-LCK-CONFLITO
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE RT-CHAVE                 TO WS-LDT-CHAVE
           MOVE RT-CEP-1                 TO WS-LDT-CEP-1
           MOVE '-'                      TO WS-LDT-HIFEN
           MOVE RT-CEP-2                 TO WS-LDT-CEP-2
           EVALUATE TRUE
               WHEN RT-MUDOU-SE
                   MOVE 'MUDOU-SE'       TO WS-DESCRICAO-MOTIVO
               WHEN RT-INSUFICIENTE
                   MOVE 'ENDERECO INSUFICIENTE'
                                         TO WS-DESCRICAO-MOTIVO
               WHEN RT-DESCONHECIDO
                   MOVE 'DESCONHECIDO'   TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE SPACES           TO WS-DESCRICAO-MOTIVO
                   STRING 'CODIGO ' RT-MOTIVO
                       DELIMITED BY SIZE INTO WS-DESCRICAO-MOTIVO
                   END-STRING
           END-EVALUATE
           MOVE WS-DESCRICAO-MOTIVO      TO WS-LDT-MOTIVO

           IF NOT RT-MOTIVO-VALIDO
               MOVE 'REJEITADA: MOTIVO INVALIDO (USAR M, I OU D)'
                                         TO WS-LDT-RESULTADO
               PERFORM DV710-IMPRIMIR-DETALHE
               ADD 1                     TO WS-QTDE-INVALIDAS
               GO TO DV300-PROCESSAR-LINHA-SAIDA
           END-IF

           MOVE RT-CHAVE                 TO CR-CHAVE
           READ CADASTRO-PESSOAS
               INVALID KEY
                   MOVE 'REJEITADA: PESSOA NAO ENCONTRADA'
                                         TO WS-LDT-RESULTADO
                   PERFORM DV710-IMPRIMIR-DETALHE
                   ADD 1                 TO WS-QTDE-NAO-ENCONTRADOS
                   GO TO DV300-PROCESSAR-LINHA-SAIDA
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LCK10-GUARDAR-LIDO
           MOVE FUNCTION
               CONCATENATE(CR-PRIMEIRO-NOME ' ' CR-ULTIMO-NOME)
                                         TO WS-LDT-NOME

           EVALUATE TRUE
               WHEN CR-INATIVO
                   MOVE 'I'              TO DH-RESULTADO
                   MOVE 'PESSOA INATIVA - NADA MARCADO'
                                         TO WS-LDT-RESULTADO
                   ADD 1                 TO WS-QTDE-INATIVOS
               WHEN CR-CEP NOT = RT-CEP
                   MOVE 'A'              TO DH-RESULTADO
                   MOVE 'ENDERECO JA TROCADO - NADA MARCADO'
                                         TO WS-LDT-RESULTADO
                   ADD 1                 TO WS-QTDE-END-ALTERADO
               WHEN OTHER
                   PERFORM DV400-MARCAR-ENDERECO
                       THRU DV400-MARCAR-ENDERECO-FIM
           END-EVALUATE
           IF LCK-CONFLITO
               PERFORM DV710-IMPRIMIR-DETALHE
               GO TO DV300-PROCESSAR-LINHA-SAIDA
           END-IF
           PERFORM DV720-GRAVAR-HISTORICO
           PERFORM DV710-IMPRIMIR-DETALHE
           .
       DV300-PROCESSAR-LINHA-SAIDA.
           PERFORM DV200-LER-PROXIMA-LINHA
           .
       DV300-PROCESSAR-LINHA-FIM.
           EXIT.

      ******************************************************************
      * MARCA O ENDERECO COMO NAO ENTREGAVEL COM O MOTIVO E A DATA, E
      * GRAVA O PAR DE AUDITORIA. SO A PRIMEIRA DEVOLUCAO ABRE EXCECAO:
      * ENQUANTO A MARCA ESTIVER LA A PENDENCIA JA ESTA NA FILA. PESSOA
      * ALTERADA POR OUTRO PROGRAMA DEPOIS DA LEITURA NAO E REGRAVADA
      * (LCK-CONFLITO LIGADO) E A LINHA SAI COMO REJEITADA.
      ******************************************************************
       DV400-MARCAR-ENDERECO.
           MOVE 'N'                      TO WS-JA-DEVOLVIDO
           IF CR-ENDERECO-DEVOLVIDO
               SET JA-DEVOLVIDO          TO TRUE
           END-IF
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           MOVE RT-MOTIVO                TO CR-DEVOLUCAO-MOTIVO
           MOVE WS-DATA-HOJE             TO CR-DEVOLUCAO-DATA
           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               MOVE 'REJEITADA: PESSOA ALTERADA NO MEIO TEMPO'
                                         TO WS-LDT-RESULTADO
               GO TO DV400-MARCAR-ENDERECO-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ALTERAR REGISTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           PERFORM DV700-GRAVAR-AUDITORIA

           IF JA-DEVOLVIDO
               MOVE 'R'                  TO DH-RESULTADO
               MOVE 'JA MARCADO - MOTIVO E DATA ATUALIZADOS'
                                         TO WS-LDT-RESULTADO
               ADD 1                     TO WS-QTDE-REMARCADOS
           ELSE
               MOVE 'M'                  TO DH-RESULTADO
               MOVE 'ENDERECO MARCADO - EXCECAO ABERTA'
                                         TO WS-LDT-RESULTADO
               ADD 1                     TO WS-QTDE-MARCADOS
               PERFORM DV730-GRAVAR-EXCECAO
           END-IF
           .
       DV400-MARCAR-ENDERECO-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS), CARIMBADO
      * COM A DATA E A HORA DO EVENTO, DA MESMA FORMA QUE O CADMOV01
      ******************************************************************
       DV700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           SET AU-OPER-ALTERACAO         TO TRUE
           MOVE 'CADDEV01'               TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           SET AU-IMAGEM-ANTES           TO TRUE
           MOVE WS-IMAGEM-ANTES          TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF

           SET AU-IMAGEM-DEPOIS          TO TRUE
           MOVE WS-IMAGEM-DEPOIS         TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           .

       DV710-IMPRIMIR-DETALHE.
           IF WS-LINHAS-NA-PAGINA = ZEROS
               PERFORM DV600-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-LINHA-DETALHE         TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           ADD 1                         TO WS-LINHAS-NA-PAGINA
           IF WS-LINHAS-NA-PAGINA = WS-LINHAS-POR-PAGINA
               MOVE ZEROS                TO WS-LINHAS-NA-PAGINA
               MOVE SPACES               TO RE-LINHA-RELATORIO
               PERFORM DV790-GRAVAR-LINHA
           END-IF
           .

      ******************************************************************
      * HISTORICO DA DEVOLUCAO PARA O RELATORIO MENSAL: UF DO CADASTRO
      * E CEP DA POSTAGEM (O PREFIXO DO RELATORIO E O DA CARTA)
      ******************************************************************
       DV720-GRAVAR-HISTORICO.
           MOVE CR-CHAVE                 TO DH-CHAVE
           MOVE WS-DATA-HOJE             TO DH-DATA-DEVOLUCAO
           MOVE CR-UF                    TO DH-UF
           MOVE RT-CEP                   TO DH-CEP
           MOVE RT-MOTIVO                TO DH-MOTIVO
           WRITE DH-REGISTRO-DEVOLUCAO
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-HISTORICO-DEV. STATUS: '
                       WS-STATUS-HISTORICO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * GRAVA UMA EXCECAO EM ABERTO PARA A PESSOA ATUAL, NO MESMO
      * LAYOUT E CICLO DE VIDA DAS EXCECOES DO CADVAR01, PARA QUE O
      * CADEXC01 COLHA O ENDERECO CORRETO
      ******************************************************************
       DV730-GRAVAR-EXCECAO.
           MOVE CR-CHAVE                 TO EX-CHAVE
           MOVE FUNCTION
               CONCATENATE(CR-PRIMEIRO-NOME ' ' CR-ULTIMO-NOME)
                                         TO EX-NOME-COMPLETO
           MOVE 'ENDERECO'               TO EX-CAMPO
           MOVE SPACES                   TO EX-MOTIVO
           STRING 'CORRESPONDENCIA DEVOLVIDA: ' DELIMITED BY SIZE
                  WS-DESCRICAO-MOTIVO    DELIMITED BY SIZE
               INTO EX-MOTIVO
           END-STRING
           ACCEPT EX-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT EX-HORA-EVENTO         FROM TIME
           MOVE 'CADDEV01'               TO EX-PROGRAMA
           MOVE 'BATCH'                  TO EX-OPERADOR
           SET EX-ABERTA                 TO TRUE
           MOVE ZEROS                    TO EX-DATA-RESOLUCAO
           MOVE SPACES                   TO EX-OPERADOR-RESOLUCAO
           WRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-EXCECOES
           .

       DV600-IMPRIMIR-CABECALHO.
           ADD 1                         TO WS-NUMERO-PAGINA
           MOVE WS-NUMERO-PAGINA         TO WS-PAGINA-EDIT
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           MOVE WS-CABECALHO-2           TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           .

       DV790-GRAVAR-LINHA.
           WRITE RE-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-RETORNO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM DV950-ENCERRAR-COM-ERRO
           END-IF
           .

       DV800-IMPRIMIR-TOTAIS.
           IF WS-NUMERO-PAGINA = ZEROS
               PERFORM DV600-IMPRIMIR-CABECALHO
               MOVE 'NENHUMA DEVOLUCAO NO ARQUIVO.'
                                         TO RE-LINHA-RELATORIO
               PERFORM DV790-GRAVAR-LINHA
           END-IF
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           MOVE 'DEVOLUCOES LIDAS                       :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-LIDAS            TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'ENDERECOS MARCADOS (EXCECAO ABERTA)    :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-MARCADOS         TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'ENDERECOS JA MARCADOS                  :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-REMARCADOS       TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'ENDERECOS JA TROCADOS                  :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-END-ALTERADO     TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS INATIVAS                       :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-INATIVOS         TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'REJEITADAS - PESSOA NAO ENCONTRADA     :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-NAO-ENCONTRADOS  TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'REJEITADAS - MOTIVO INVALIDO           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-INVALIDAS        TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           MOVE 'REJEITADAS - ALTERADA NO MEIO TEMPO    :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-LCK-QTDE-CONFLITOS    TO WS-LTT-VALOR
           PERFORM DV810-IMPRIMIR-LINHA-TOTAL
           .

       DV810-IMPRIMIR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL           TO RE-LINHA-RELATORIO
           PERFORM DV790-GRAVAR-LINHA
           .

       DV850-EXIBIR-RESUMO.
           DISPLAY ' '
           DISPLAY '========== RESUMO DA CORRESPONDENCIA DEVOLVIDA ===='
           DISPLAY 'DEVOLUCOES LIDAS           : ' WS-QTDE-LIDAS
           DISPLAY 'ENDERECOS MARCADOS         : ' WS-QTDE-MARCADOS
           DISPLAY 'ENDERECOS JA MARCADOS      : ' WS-QTDE-REMARCADOS
           DISPLAY 'ENDERECOS JA TROCADOS      : ' WS-QTDE-END-ALTERADO
           DISPLAY 'PESSOAS INATIVAS           : ' WS-QTDE-INATIVOS
           DISPLAY 'PESSOAS NAO ENCONTRADAS    : '
                   WS-QTDE-NAO-ENCONTRADOS
           DISPLAY 'MOTIVOS INVALIDOS          : ' WS-QTDE-INVALIDAS
           DISPLAY 'ALTERADAS NO MEIO TEMPO    : '
                   WS-LCK-QTDE-CONFLITOS
           DISPLAY 'EXCECOES GRAVADAS          : ' WS-QTDE-EXCECOES
           .

      ******************************************************************
      * GRAVA O REGISTRO DE CONTROLE DE EXECUCAO NO ARQUIVO CADRUN.
      * UMA FALHA AQUI NAO DERRUBA O JOB: O REGISTRO E DE CONTROLE,
      * NAO DE NEGOCIO.
      ******************************************************************
       DV870-GRAVAR-RUN-LOG.
           OPEN EXTEND ARQ-RUN-LOG
           IF WS-STATUS-RUN-LOG = '35'
               OPEN OUTPUT ARQ-RUN-LOG
               CLOSE ARQ-RUN-LOG
               OPEN EXTEND ARQ-RUN-LOG
           END-IF
           IF WS-STATUS-RUN-LOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RUN-LOG. STATUS: '
                       WS-STATUS-RUN-LOG
           ELSE
               MOVE 'CADDEV01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE WS-QTDE-LIDAS        TO RC-QTDE-LIDOS
               COMPUTE RC-QTDE-APLICADOS = WS-QTDE-MARCADOS
                                         + WS-QTDE-REMARCADOS
               COMPUTE RC-QTDE-REJEITADOS = WS-QTDE-NAO-ENCONTRADOS
                                          + WS-QTDE-INVALIDAS
                                          + WS-LCK-QTDE-CONFLITOS
               MOVE WS-QTDE-EXCECOES     TO RC-QTDE-EXCECOES
               MOVE ZEROS                TO RC-QTDE-INCLUSOES
               MOVE ZEROS                TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO           TO RC-RETORNO
               MOVE WS-LCK-QTDE-CONFLITOS
                                         TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
                           WS-STATUS-RUN-LOG
               END-IF
               CLOSE ARQ-RUN-LOG
           END-IF
           .

       DV900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-RETORNO
           CLOSE ARQ-HISTORICO-DEV
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE RELATORIO-RETORNO
           .

       DV950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           PERFORM DV870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-RETORNO
           CLOSE ARQ-HISTORICO-DEV
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE RELATORIO-RETORNO
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==DV950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADDEV01.
