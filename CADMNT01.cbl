      *                  SOBRE UMA CHAVE INATIVA REATIVA A PESSOA; O
      *                  EXPURGO/RESTAURACAO FICA COM CADPUR01 E
      *                  CADRST01.
      * 15/10/2026 VD    IDENTIFICACAO DO OPERADOR NA PARTIDA (MODULO
      *                  OPRSGN01); O PERFIL DE CONSULTA OU DE TABELAS
      *                  SO VE CONSULTAS E NAVEGACAO (I/F/N/B) E O
      *                  OPERADOR E CARIMBADO NA AUDITORIA E NAS
      *                  EXCECOES (AU-OPERADOR/EX-OPERADOR).
      * 15/10/2026 VD    TROCA DE CPF (M400) E EXCLUSAO LOGICA (M500)
      *                  DEIXARAM DE SER APLICADAS NA HORA: VIRAM UM
      *                  PEDIDO NO ARQUIVO CADPND (VER PNDREG01) PARA
      *                  APROVACAO DE UM SEGUNDO OPERADOR NO CADAPR01.
      * 15/10/2026 VD    TELA DE CONTATOS (OPCAO O): VARIOS TELEFONES E
      *                  ENDERECOS POR PESSOA NO ARQUIVO CADCTT (VER
      *                  CTTREG01), COM VIGENCIA E PREFERIDO POR TIPO. O
      *                  PREFERIDO RESIDENCIAL CONTINUA NO REGISTRO
      *                  PRINCIPAL E A INCLUSAO/ALTERACAO DA PESSOA
      *                  ATUALIZA OS CONTATOS (PARAGRAFOS CTTPRC01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES; TROCA DE
      *                  CPF VOLTA A SITUACAO NA RECEITA PARA NAO
      *                  CONSULTADO.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES. ALTERACAO
      *                  DE ENDERECO LIMPA A MARCA DE ENDERECO DEVOLVIDO
      *                  PELOS CORREIOS (CADDEV01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO
      *                  DA ULTIMA ALTERACAO EM CADREG01).
      * 15/10/2026 VD    PROTECAO CONTRA ALTERACAO PERDIDA (LCKPRC01):
      *                  ANTES DE REGRAVAR A PESSOA (M300 REATIVACAO,
      *                  M400, M870) O REGISTRO E RELIDO E CONFERIDO
      *                  COM O LIDO; SE OUTRO OPERADOR OU JOB O ALTEROU
      *                  NESSE MEIO TEMPO A ALTERACAO NAO E GRAVADA, O
      *                  OPERADOR VE OS VALORES ATUAIS E QUEM ALTEROU
      *                  (M690) E REFAZ A ALTERACAO. GRAVACOES
      *                  CARIMBADAS COM A ULTIMA ALTERACAO. AO FIM DA
      *                  SESSAO DE ATUALIZACAO, UM REGISTRO NO CADRUN
      *                  COM AS GRAVACOES E OS CONFLITOS (M890).
      * 15/10/2026 VD    REATIVACAO (M300) COM CPF DIFERENTE DO GRAVADO
      *                  TAMBEM VIRA PEDIDO DE TROCA DE CPF PARA
      *                  APROVACAO, COMO A ALTERACAO (M400); A PESSOA
      *                  CONTINUA INATIVA ATE A APROVACAO.
      * 15/10/2026 VD    CONTATOS SINCRONIZADOS (CTT40) DEPOIS DA
      *                  GRAVACAO DA AUDITORIA NA INCLUSAO/REATIVACAO E
      *                  NA ALTERACAO, PARA UM ERRO NO CADCTT NAO DEIXAR
      *                  ALTERACAO DO CADPES SEM O PAR DE AUDITORIA.
      * 15/10/2026 VD    OPCAO P SOBRE CONTATO JA PREFERIDO DE TIPO R/E
      *                  CONFERE E ACERTA O REGISTRO PRINCIPAL (M870),
      *                  PERMITINDO REFAZER A COPIA RECUSADA POR
      *                  CONFLITO. M870 PASSA A SER EXECUTADO SEMPRE COM
      *                  THRU M870-APLICAR-PREFERIDO-FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMNT01.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT ARQ-PENDENCIAS      ASSIGN TO "CADPND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-ID
                  ALTERNATE RECORD KEY IS PD-CHAVE WITH DUPLICATES
                  FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT ARQ-CONTATOS        ASSIGN TO "CADCTT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-ID
                  FILE STATUS IS WS-STATUS-CONTATOS.

           SELECT ARQ-RUN-LOG         ASSIGN TO "CADRUN"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RUN-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
           LABEL RECORD IS STANDARD.
       COPY EXCREG01.

       FD  ARQ-PENDENCIAS
           LABEL RECORD IS STANDARD.
       COPY PNDREG01.

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.
       77  WS-TM-1                        PIC 99.
       77  WS-TM-2                        PIC 99.

       COPY VALREG01.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-EXCECOES          PIC X(02) VALUE '00'.
           03  WS-STATUS-PENDENCIAS        PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS-MENU.
           03  WS-FIM-MENU                 PIC X(01) VALUE 'N'.
               88  FIM-NAVEGACAO           VALUE 'S'.
           03  WS-REATIVACAO               PIC X(01) VALUE 'N'.
               88  REATIVACAO              VALUE 'S'.
           03  WS-PODE-ATUALIZAR           PIC X(01) VALUE 'N'.
               88  PODE-ATUALIZAR          VALUE 'S'.
           03  WS-FIM-PENDENCIAS           PIC X(01) VALUE 'N'.
               88  FIM-PENDENCIAS          VALUE 'S'.
           03  WS-PENDENCIA-ABERTA         PIC X(01) VALUE 'N'.
               88  PENDENCIA-ABERTA        VALUE 'S'.
           03  WS-FIM-CONTATOS             PIC X(01) VALUE 'N'.
               88  FIM-CONTATOS            VALUE 'S'.
           03  WS-ERA-PREFERIDO            PIC X(01) VALUE 'N'.
               88  ERA-PREFERIDO           VALUE 'S'.

      ******* PESQUISA POR NOME (PARCIAL) E NAVEGACAO PELO CADASTRO
       01  WS-NOME-BUSCA                   PIC X(15) VALUE SPACES.
           88  OPCAO-CONSULTAR-CPF         VALUE 'F'.
           88  OPCAO-PESQUISAR-NOME        VALUE 'N'.
           88  OPCAO-NAVEGAR               VALUE 'B'.
           88  OPCAO-CONTATOS              VALUE 'O'.
           88  OPCAO-SAIR                  VALUE 'X'.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* PEDIDOS PARA APROVACAO (CADPND - VER PNDREG01)
       01  WS-CPF-ANTERIOR                 PIC X(11) VALUE SPACES.
       01  WS-TIPO-PENDENCIA               PIC X(01) VALUE SPACES.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA ALTERACAO)
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* CONTATOS DA PESSOA (CADCTT - VER CTTREG01 E CTTPRC01)
       COPY CTTWRK01.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01) E
      ******* GRAVACOES NO CADPES DURANTE A SESSAO, PARA O CADRUN
       COPY LCKWRK01.

       01  WS-QTDE-GRAVACOES               PIC 9(07) VALUE ZEROS.

       01  WS-CONTATO-SALVO                PIC X(112) VALUE SPACES.
       01  WS-DESCRICAO-TIPO               PIC X(22)  VALUE SPACES.
       01  WS-MARCA-PREFERIDO              PIC X(01)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM M050-IDENTIFICAR-OPERADOR
           PERFORM M100-ABRIR-ARQUIVOS
           PERFORM M200-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM M900-ENCERRAR-ARQUIVOS
           IF PODE-ATUALIZAR
               PERFORM M890-GRAVAR-RUN-LOG
           END-IF
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. SO OS PERFIS
      * DE MANUTENCAO E SUPERVISOR PODEM INCLUIR, ALTERAR E EXCLUIR.
      ******************************************************************
       M050-IDENTIFICAR-OPERADOR.
           MOVE 'CADMNT01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF SG-PERFIL-MANUTENCAO OR SG-PERFIL-SUPERVISOR
               SET PODE-ATUALIZAR        TO TRUE
           END-IF
           MOVE SG-OPERADOR              TO WS-CTT-OPERADOR
           MOVE 'CADMNT01'               TO WS-LCK-PROGRAMA
           .

       M100-ABRIR-ARQUIVOS.
           OPEN I-O CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO = '35'
                       WS-STATUS-EXCECOES
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF

           OPEN I-O ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS = '35'
               OPEN OUTPUT ARQ-PENDENCIAS
               CLOSE ARQ-PENDENCIAS
               OPEN I-O ARQ-PENDENCIAS
           END-IF
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF

           OPEN I-O ARQ-CONTATOS
           IF WS-STATUS-CONTATOS = '35'
               OPEN OUTPUT ARQ-CONTATOS
               CLOSE ARQ-CONTATOS
               OPEN I-O ARQ-CONTATOS
           END-IF
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
       M200-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '============ MANUTENCAO DO CADASTRO ============'
           IF PODE-ATUALIZAR
               DISPLAY '  (A) ADICIONAR   (C) ALTERAR   (E) EXCLUIR'
           END-IF
           DISPLAY '  (I) CONSULTAR   (F) CONSULTAR POR CPF'
           DISPLAY '  (N) PESQUISAR POR NOME   (B) NAVEGAR'
           DISPLAY '  (O) CONTATOS (TELEFONES E ENDERECOS)'
           DISPLAY '  (X) SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR AND PODE-ATUALIZAR
                   PERFORM M300-INCLUIR THRU M300-INCLUIR-FIM
               WHEN OPCAO-ALTERAR AND PODE-ATUALIZAR
                   PERFORM M400-ALTERAR THRU M400-ALTERAR-FIM
               WHEN OPCAO-EXCLUIR AND PODE-ATUALIZAR
                   PERFORM M500-EXCLUIR THRU M500-EXCLUIR-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM M600-CONSULTAR THRU M600-CONSULTAR-FIM
               WHEN OPCAO-NAVEGAR
                   PERFORM M640-NAVEGAR
                       THRU M640-NAVEGAR-FIM
               WHEN OPCAO-CONTATOS
                   PERFORM M800-CONTATOS THRU M800-CONTATOS-FIM
               WHEN OPCAO-SAIR
                   SET FIM-MENU TO TRUE
               WHEN OTHER
                           'REATIVADA.'
                   SET REATIVACAO        TO TRUE
                   MOVE CR-REGISTRO-PESSOA TO WS-IMAGEM-ANTES
                   MOVE CR-CPF           TO WS-CPF-ANTERIOR
                   PERFORM LCK10-GUARDAR-LIDO
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
           SET CR-ATIVO                  TO TRUE
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD

      ******* REATIVACAO QUE TROCA O CPF SEGUE A MESMA REGRA DA
      ******* ALTERACAO: VIRA PEDIDO PARA APROVACAO (A SITUACAO NA
      ******* RECEITA JA FOI ZERADA PELO M660)
           IF REATIVACAO AND CR-CPF NOT = WS-CPF-ANTERIOR
               MOVE 'C'                  TO WS-TIPO-PENDENCIA
               PERFORM M680-REGISTRAR-PENDENCIA
                   THRU M680-REGISTRAR-PENDENCIA-FIM
               DISPLAY 'PESSOA CONTINUA INATIVA ATE A APROVACAO.'
               GO TO M300-INCLUIR-FIM
           END-IF

           IF REATIVACAO
               PERFORM LCK20-CONFERIR-E-CARIMBAR
               IF LCK-CONFLITO
                   PERFORM M690-AVISAR-CONFLITO
                   GO TO M300-INCLUIR-FIM
               END-IF
               REWRITE CR-REGISTRO-PESSOA
           ELSE
               MOVE SPACES               TO WS-IMAGEM-ANTES
               MOVE SPACE                TO CR-CPF-SITUACAO
               MOVE ZEROS                TO CR-CPF-DATA-CONSULTA
               MOVE SPACE                TO CR-DEVOLUCAO-MOTIVO
               MOVE ZEROS                TO CR-DEVOLUCAO-DATA
               PERFORM LCK30-CARIMBAR
               WRITE CR-REGISTRO-PESSOA
           END-IF
           IF WS-STATUS-CADASTRO = '22'
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           IF REATIVACAO
               MOVE 'A'                  TO WS-OPERACAO-ATUAL
           ELSE
               MOVE 'I'                  TO WS-OPERACAO-ATUAL
           END-IF
           PERFORM M700-GRAVAR-AUDITORIA
           PERFORM CTT40-SINCRONIZAR-PRINCIPAIS
           IF REATIVACAO
               DISPLAY 'PESSOA REATIVADA COM SUCESSO.'
           ELSE
               DISPLAY 'PESSOA INCLUIDA COM SUCESSO.'
           END-IF
           .
           EXIT.

      ******************************************************************
      * ALTERACAO DE UMA PESSOA JA CADASTRADA. UMA ALTERACAO QUE TROCA
      * O CPF NAO E GRAVADA: VIRA UM PEDIDO PARA APROVACAO (CADAPR01),
      * COM TODOS OS CAMPOS ALTERADOS NA MESMA IMAGEM PROPOSTA.
      ******************************************************************
       M400-ALTERAR.
           DISPLAY 'CHAVE DA PESSOA A ALTERAR: '
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO
           MOVE CR-CPF                   TO WS-CPF-ANTERIOR
           IF CR-INATIVO
               DISPLAY 'ATENCAO: PESSOA INATIVA DESDE '
                       CR-DATA-SITUACAO '.'
           END-IF
           PERFORM M660-MOVER-AREA-TRABALHO-PARA-REGISTRO

           IF CR-CPF NOT = WS-CPF-ANTERIOR
               MOVE 'C'                  TO WS-TIPO-PENDENCIA
               PERFORM M680-REGISTRAR-PENDENCIA
                   THRU M680-REGISTRAR-PENDENCIA-FIM
               GO TO M400-ALTERAR-FIM
           END-IF

           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM M690-AVISAR-CONFLITO
               GO TO M400-ALTERAR-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO = '22'
               DISPLAY 'CPF JA CADASTRADO PARA OUTRA CHAVE. '
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM M700-GRAVAR-AUDITORIA
           PERFORM CTT40-SINCRONIZAR-PRINCIPAIS
           DISPLAY 'PESSOA ALTERADA COM SUCESSO.'
           .
       M400-ALTERAR-FIM.
      * REGISTRO NAO E MAIS APAGADO FISICAMENTE: ELE FICA COM A
      * SITUACAO INATIVA E A DATA DA INATIVACAO, E O EXPURGO PARA O
      * ARQUIVO MORTO E FEITO PELO JOB CADPUR01 APOS O PRAZO DE
      * RETENCAO. A INATIVACAO NAO E GRAVADA AQUI: VIRA UM PEDIDO PARA
      * APROVACAO DE UM SEGUNDO OPERADOR (CADAPR01).
      ******************************************************************
       M500-EXCLUIR.
           DISPLAY 'CHAVE DA PESSOA A EXCLUIR: '

           SET CR-INATIVO                TO TRUE
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD
           MOVE 'E'                      TO WS-TIPO-PENDENCIA
           PERFORM M680-REGISTRAR-PENDENCIA
               THRU M680-REGISTRAR-PENDENCIA-FIM
           .
       M500-EXCLUIR-FIM.
           EXIT.

      ******************************************************************
      * GRAVA NO CADPND O PEDIDO DE APROVACAO (TIPO EM
      * WS-TIPO-PENDENCIA) COM A IMAGEM ATUAL (WS-IMAGEM-ANTES), A
      * IMAGEM PROPOSTA (CR-REGISTRO-PESSOA), O OPERADOR E A DATA/HORA.
      * RECUSA O PEDIDO SE A PESSOA JA TEM OUTRO PEDIDO PENDENTE.
      ******************************************************************
       M680-REGISTRAR-PENDENCIA.
           PERFORM M685-VERIFICAR-PENDENCIA
           IF PENDENCIA-ABERTA
               DISPLAY 'JA EXISTE PEDIDO PENDENTE DE APROVACAO PARA '
                       'ESTA PESSOA. NADA GRAVADO.'
               GO TO M680-REGISTRAR-PENDENCIA-FIM
           END-IF

           INITIALIZE PD-REGISTRO-PENDENCIA
           ACCEPT PD-DATA-PEDIDO         FROM DATE YYYYMMDD
           ACCEPT PD-HORA-PEDIDO         FROM TIME
           MOVE CR-CHAVE                 TO PD-CHAVE-ID
           MOVE CR-CHAVE                 TO PD-CHAVE
           MOVE WS-TIPO-PENDENCIA        TO PD-TIPO
           SET PD-PENDENTE               TO TRUE
           MOVE SG-OPERADOR              TO PD-OPERADOR-PEDIDO
           MOVE 'CADMNT01'               TO PD-PROGRAMA-PEDIDO
           MOVE WS-IMAGEM-ANTES          TO PD-IMAGEM-ANTES
           MOVE CR-REGISTRO-PESSOA       TO PD-IMAGEM-DEPOIS
           WRITE PD-REGISTRO-PENDENCIA
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           IF PD-TROCA-CPF
               DISPLAY 'TROCA DE CPF ENCAMINHADA PARA APROVACAO '
                       '(CADAPR01). CADASTRO NAO ALTERADO.'
           ELSE
               DISPLAY 'EXCLUSAO ENCAMINHADA PARA APROVACAO '
                       '(CADAPR01). PESSOA CONTINUA ATIVA.'
           END-IF
           .
       M680-REGISTRAR-PENDENCIA-FIM.
           EXIT.

      ******************************************************************
      * A PESSOA FOI ALTERADA POR OUTRO OPERADOR OU JOB DEPOIS QUE O
      * OPERADOR A LEU (LCK20): A ALTERACAO DIGITADA NAO E GRAVADA,
      * PARA NAO APAGAR A OUTRA. MOSTRA QUEM ALTEROU, QUANDO E OS
      * VALORES ATUAIS (REGISTRO RELIDO EM CR-REGISTRO-PESSOA) E PEDE
      * AO OPERADOR QUE REFACA A ALTERACAO SOBRE ELES.
      ******************************************************************
       M690-AVISAR-CONFLITO.
           DISPLAY ' '
           DISPLAY 'ATENCAO: A PESSOA ' WS-LCK-CHAVE ' FOI ALTERADA '
                   'POR OUTRO OPERADOR OU JOB DEPOIS DA SUA LEITURA.'
           IF LCK-SUMIU
               DISPLAY 'A PESSOA NAO ESTA MAIS NO CADASTRO '
                       '(EXPURGADA PARA O ARQUIVO MORTO).'
           ELSE
               DISPLAY 'ULTIMA ALTERACAO: PROGRAMA '
                       CR-ALTERACAO-PROGRAMA ' EM '
                       CR-ALTERACAO-DATA ' AS ' CR-ALTERACAO-HORA
               DISPLAY 'VALORES ATUAIS NO CADASTRO:'
               PERFORM M620-EXIBIR-PESSOA THRU M620-EXIBIR-PESSOA-FIM
           END-IF
           DISPLAY 'SUA ALTERACAO NAO FOI GRAVADA. CONFIRA OS VALORES '
                   'ATUAIS E REFACA A ALTERACAO.'
           .

      ******************************************************************
      * PROCURA PELA CHAVE ALTERNATIVA PD-CHAVE UM PEDIDO AINDA
      * PENDENTE PARA A PESSOA EM CR-CHAVE
      ******************************************************************
       M685-VERIFICAR-PENDENCIA.
           MOVE 'N'                      TO WS-PENDENCIA-ABERTA
           MOVE 'N'                      TO WS-FIM-PENDENCIAS
           MOVE CR-CHAVE                 TO PD-CHAVE
           START ARQ-PENDENCIAS
               KEY IS EQUAL TO PD-CHAVE
               INVALID KEY
                   SET FIM-PENDENCIAS    TO TRUE
           END-START
           PERFORM M686-LER-PENDENCIA
               UNTIL FIM-PENDENCIAS
           .

       M686-LER-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS    TO TRUE
           END-READ
           IF NOT FIM-PENDENCIAS
               IF WS-STATUS-PENDENCIAS NOT = '00'
                              AND WS-STATUS-PENDENCIAS NOT = '02'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-PENDENCIAS. '
                           'STATUS: ' WS-STATUS-PENDENCIAS
                   PERFORM M950-ENCERRAR-COM-ERRO
               END-IF
               IF PD-CHAVE NOT = CR-CHAVE
                   SET FIM-PENDENCIAS    TO TRUE
               ELSE
                   IF PD-PENDENTE
                       SET PENDENCIA-ABERTA TO TRUE
                       SET FIM-PENDENCIAS TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * CONSULTA (INQUIRE) DE UMA PESSOA PELO CADASTRO
      ******************************************************************
           ACCEPT EX-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT EX-HORA-EVENTO         FROM TIME
           MOVE 'CADMNT01'               TO EX-PROGRAMA
           MOVE SG-OPERADOR              TO EX-OPERADOR
           SET EX-ABERTA                 TO TRUE
           MOVE ZEROS                    TO EX-DATA-RESOLUCAO
           MOVE SPACES                   TO EX-OPERADOR-RESOLUCAO
           WRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-EXCECOES. STATUS: '
           .

       M660-MOVER-AREA-TRABALHO-PARA-REGISTRO.
      ******* ENDERECO ALTERADO NAO E MAIS O QUE OS CORREIOS DEVOLVERAM:
      ******* A MARCA DE ENDERECO NAO ENTREGAVEL CAI
           IF WS-RUA NOT = CR-RUA OR WS-BAIRRO NOT = CR-BAIRRO
              OR WS-CIDADE NOT = CR-CIDADE OR WS-UF NOT = CR-UF
              OR WS-CEP NOT = CR-CEP
               MOVE SPACE                TO CR-DEVOLUCAO-MOTIVO
               MOVE ZEROS                TO CR-DEVOLUCAO-DATA
           END-IF
           MOVE WS-PRIMEIRO-NOME         TO CR-PRIMEIRO-NOME
           MOVE WS-ULTIMO-NOME           TO CR-ULTIMO-NOME
           MOVE WS-TELEFONE              TO CR-TELEFONE
           MOVE WS-NACINALIDADE          TO CR-NACINALIDADE
           MOVE WS-PROFISSAO             TO CR-PROFISSAO
           MOVE WS-PROFISSAO-COD         TO CR-PROFISSAO-COD
      ******* A SITUACAO NA RECEITA VALE PARA O CPF CONSULTADO: CPF
      ******* TROCADO VOLTA A "NAO CONSULTADO" ATE A PROXIMA CONSULTA
           IF WS-CPF NOT = CR-CPF
               MOVE SPACE                TO CR-CPF-SITUACAO
               MOVE ZEROS                TO CR-CPF-DATA-CONSULTA
           END-IF
           MOVE WS-CPF                   TO CR-CPF
           .

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS), CARIMBADO
      * COM A DATA E A HORA DO EVENTO E O OPERADOR IDENTIFICADO
      ******************************************************************
       M700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE SG-OPERADOR              TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

                       WS-STATUS-AUDITORIA
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-GRAVACOES
           .

      ******************************************************************
      * TELA DE CONTATOS DE UMA PESSOA (CADCTT): LISTA OS TELEFONES E
      * ENDERECOS COM VIGENCIA E PREFERIDO; OS PERFIS DE MANUTENCAO E
      * SUPERVISOR TAMBEM INCLUEM, ALTERAM, ENCERRAM A VIGENCIA E
      * ESCOLHEM O PREFERIDO DE CADA TIPO. O PREFERIDO RESIDENCIAL
      * (TIPOS R E E) E COPIADO PARA O REGISTRO PRINCIPAL (M870).
      ******************************************************************
       M800-CONTATOS.
           DISPLAY 'CHAVE DA PESSOA: '
           ACCEPT CR-CHAVE

           READ CADASTRO-PESSOAS
               INVALID KEY
                   DISPLAY 'PESSOA NAO ENCONTRADA.'
                   GO TO M800-CONTATOS-FIM
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF

           MOVE CR-CHAVE                 TO WS-CHAVE-ATUAL
           DISPLAY 'CONTATOS DE ' CR-CHAVE ' ' CR-PRIMEIRO-NOME
                   CR-ULTIMO-NOME
           MOVE 'N'                      TO WS-FIM-CONTATOS
           PERFORM M810-MENU-CONTATOS
               UNTIL FIM-CONTATOS
           .
       M800-CONTATOS-FIM.
           EXIT.

       M810-MENU-CONTATOS.
           DISPLAY ' '
           DISPLAY '---------------- CONTATOS ----------------'
           DISPLAY '  (L) LISTAR'
           IF PODE-ATUALIZAR
               DISPLAY '  (I) INCLUIR   (A) ALTERAR'
               DISPLAY '  (E) ENCERRAR VIGENCIA   (P) TORNAR PREFERIDO'
           END-IF
           DISPLAY '  (X) VOLTAR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-RESPOSTA
           EVALUATE TRUE
               WHEN WS-RESPOSTA = 'L'
                   PERFORM M820-LISTAR-CONTATOS
               WHEN WS-RESPOSTA = 'I' AND PODE-ATUALIZAR
                   PERFORM M830-INCLUIR-CONTATO
                       THRU M830-INCLUIR-CONTATO-FIM
               WHEN WS-RESPOSTA = 'A' AND PODE-ATUALIZAR
                   PERFORM M840-ALTERAR-CONTATO
                       THRU M840-ALTERAR-CONTATO-FIM
               WHEN WS-RESPOSTA = 'E' AND PODE-ATUALIZAR
                   PERFORM M850-ENCERRAR-CONTATO
                       THRU M850-ENCERRAR-CONTATO-FIM
               WHEN WS-RESPOSTA = 'P' AND PODE-ATUALIZAR
                   PERFORM M860-TORNAR-PREFERIDO
                       THRU M860-TORNAR-PREFERIDO-FIM
               WHEN WS-RESPOSTA = 'X'
                   SET FIM-CONTATOS      TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .

      ******************************************************************
      * LISTA TODOS OS CONTATOS DA PESSOA, VIGENTES OU NAO, EM ORDEM
      * DE TIPO E SEQUENCIA
      ******************************************************************
       M820-LISTAR-CONTATOS.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           MOVE 'N'                      TO WS-CTT-FIM-LEITURA
           MOVE WS-CHAVE-ATUAL           TO CN-CHAVE
           MOVE LOW-VALUES               TO CN-TIPO
           MOVE ZEROS                    TO CN-SEQUENCIA
           START ARQ-CONTATOS
               KEY IS NOT LESS THAN CN-ID
               INVALID KEY
                   SET CTT-FIM-LEITURA   TO TRUE
           END-START
           PERFORM M822-LER-CONTATO-DA-PESSOA
           IF CTT-FIM-LEITURA
               DISPLAY 'NENHUM CONTATO CADASTRADO PARA A PESSOA.'
           END-IF
           PERFORM M821-EXIBIR-E-LER
               UNTIL CTT-FIM-LEITURA
           .

       M821-EXIBIR-E-LER.
           PERFORM M825-EXIBIR-CONTATO
           PERFORM M822-LER-CONTATO-DA-PESSOA
           .

       M822-LER-CONTATO-DA-PESSOA.
           IF NOT CTT-FIM-LEITURA
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       SET CTT-FIM-LEITURA TO TRUE
               END-READ
               IF NOT CTT-FIM-LEITURA
                   IF WS-STATUS-CONTATOS NOT = '00'
                       DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. '
                               'STATUS: ' WS-STATUS-CONTATOS
                       PERFORM M950-ENCERRAR-COM-ERRO
                   END-IF
                   IF CN-CHAVE NOT = WS-CHAVE-ATUAL
                       SET CTT-FIM-LEITURA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * EXIBE O CONTATO EM CN-REGISTRO-CONTATO NUMA LINHA, COM A
      * VIGENCIA E A MARCA DE PREFERIDO ('*')
      ******************************************************************
       M825-EXIBIR-CONTATO.
           PERFORM M826-DESCREVER-TIPO
           IF CN-E-PREFERIDO
               MOVE '*'                  TO WS-MARCA-PREFERIDO
           ELSE
               MOVE ' '                  TO WS-MARCA-PREFERIDO
           END-IF
           DISPLAY CN-TIPO '-' CN-SEQUENCIA ' ' WS-MARCA-PREFERIDO ' '
                   WS-DESCRICAO-TIPO ' DE ' CN-DATA-INICIO
                   ' ATE ' CN-DATA-FIM
           IF CN-TIPO-TELEFONE
               DISPLAY '        +' CN-PAIS ' ' CN-DDD ' ' CN-PREFIXO
                       '-' CN-SUFIXO
           ELSE
               DISPLAY '        ' CN-RUA ' ' CN-BAIRRO ' '
                       CN-CIDADE ' ' CN-UF ' - CEP: ' CN-CEP-1
                       '-' CN-CEP-2
           END-IF
           IF CN-DATA-FIM LESS THAN WS-CTT-HOJE
               DISPLAY '        (VIGENCIA ENCERRADA)'
           END-IF
           .

       M826-DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN CN-TEL-RESIDENCIAL
                   MOVE 'TELEFONE RESIDENCIAL' TO WS-DESCRICAO-TIPO
               WHEN CN-TEL-CELULAR
                   MOVE 'TELEFONE CELULAR'     TO WS-DESCRICAO-TIPO
               WHEN CN-TEL-COMERCIAL
                   MOVE 'TELEFONE COMERCIAL'   TO WS-DESCRICAO-TIPO
               WHEN CN-END-RESIDENCIAL
                   MOVE 'ENDERECO RESIDENCIAL' TO WS-DESCRICAO-TIPO
               WHEN CN-END-COBRANCA
                   MOVE 'ENDERECO DE COBRANCA' TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO'    TO WS-DESCRICAO-TIPO
           END-EVALUATE
           .

      ******************************************************************
      * ACEITA O TIPO E A SEQUENCIA E LE O CONTATO DA PESSOA ATUAL.
      * ACHADO, LIGA CTT-ACHADO.
      ******************************************************************
       M827-LER-CONTATO-INFORMADO.
           MOVE 'N'                      TO WS-CTT-ACHADO
           DISPLAY 'TIPO DO CONTATO (R/M/C/E/B): '
           ACCEPT CN-TIPO
           DISPLAY 'SEQUENCIA (3 DIGITOS): '
           ACCEPT CN-SEQUENCIA
           MOVE WS-CHAVE-ATUAL           TO CN-CHAVE
           READ ARQ-CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET CTT-ACHADO        TO TRUE
           END-READ
           IF WS-STATUS-CONTATOS NOT = '00'
                          AND WS-STATUS-CONTATOS NOT = '23'
               DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * ACEITA OS DADOS DO CONTATO CONFORME O TIPO (TELEFONE OU
      * ENDERECO), A VIGENCIA E O PREFERIDO, E VALIDA PELO CADVAL01
      * (CTT60) COM AS MESMAS REGRAS DE DDD E CEP DO REGISTRO PRINCIPAL
      ******************************************************************
       M828-ACEITAR-DADOS-CONTATO.
           MOVE SPACES                   TO CN-DADOS
           IF CN-TIPO-TELEFONE
               DISPLAY 'TELEFONE (PAIS+DDD+PREFIXO+SUFIXO): '
               ACCEPT CN-TELEFONE
           ELSE
               DISPLAY 'RUA: '
               ACCEPT CN-RUA
               DISPLAY 'BAIRRO: '
               ACCEPT CN-BAIRRO
               DISPLAY 'CIDADE: '
               ACCEPT CN-CIDADE
               DISPLAY 'UF: '
               ACCEPT CN-UF
               DISPLAY 'CEP: '
               ACCEPT CN-CEP
           END-IF
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT CN-DATA-INICIO
           IF CN-DATA-INICIO = ZEROS
               MOVE WS-CTT-HOJE          TO CN-DATA-INICIO
           END-IF
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, ZEROS = SEM FIM): '
           ACCEPT CN-DATA-FIM
           IF CN-DATA-FIM = ZEROS
               MOVE 99999999             TO CN-DATA-FIM
           END-IF
           DISPLAY 'PREFERIDO DO TIPO (S/N): '
           ACCEPT CN-PREFERIDO
           IF NOT CN-E-PREFERIDO
               SET CN-NAO-PREFERIDO      TO TRUE
           END-IF

           PERFORM CTT60-VALIDAR-CONTATO
           IF CTT-VALIDO AND CN-E-PREFERIDO
                         AND (CN-DATA-INICIO GREATER THAN WS-CTT-HOJE
                           OR CN-DATA-FIM LESS THAN WS-CTT-HOJE)
               MOVE 'SO UM CONTATO VIGENTE PODE SER O PREFERIDO'
                                         TO WS-CTT-MOTIVO
               MOVE 'N'                  TO WS-CTT-VALIDO
           END-IF
           .

      ******************************************************************
      * INCLUSAO DE UM CONTATO NA PROXIMA SEQUENCIA DO TIPO
      ******************************************************************
       M830-INCLUIR-CONTATO.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           DISPLAY 'TIPO DO CONTATO (R/M/C/E/B): '
           ACCEPT WS-CTT-TIPO
           MOVE WS-CTT-TIPO              TO CN-TIPO
           IF NOT CN-TIPO-VALIDO
               DISPLAY 'TIPO DE CONTATO INVALIDO.'
               GO TO M830-INCLUIR-CONTATO-FIM
           END-IF
           MOVE WS-CHAVE-ATUAL           TO WS-CTT-CHAVE
           PERFORM CTT10-PROXIMA-SEQUENCIA

           INITIALIZE CN-REGISTRO-CONTATO
           MOVE WS-CTT-CHAVE             TO CN-CHAVE
           MOVE WS-CTT-TIPO              TO CN-TIPO
           MOVE WS-CTT-SEQUENCIA         TO CN-SEQUENCIA
           PERFORM M828-ACEITAR-DADOS-CONTATO
           IF NOT CTT-VALIDO
               DISPLAY 'CONTATO INVALIDO: ' WS-CTT-MOTIVO
               DISPLAY 'CONTATO NAO GRAVADO.'
               GO TO M830-INCLUIR-CONTATO-FIM
           END-IF

           PERFORM CTT70-GRAVAR-CONTATO
           DISPLAY 'CONTATO ' CN-TIPO '-' CN-SEQUENCIA ' INCLUIDO.'
           IF CN-E-PREFERIDO
               PERFORM M870-APLICAR-PREFERIDO
                   THRU M870-APLICAR-PREFERIDO-FIM
           END-IF
           .
       M830-INCLUIR-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * ALTERACAO DOS DADOS, DA VIGENCIA OU DO PREFERIDO DE UM CONTATO
      ******************************************************************
       M840-ALTERAR-CONTATO.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           PERFORM M827-LER-CONTATO-INFORMADO
           IF NOT CTT-ACHADO
               GO TO M840-ALTERAR-CONTATO-FIM
           END-IF
           PERFORM M825-EXIBIR-CONTATO
           MOVE CN-PREFERIDO             TO WS-ERA-PREFERIDO

           PERFORM M828-ACEITAR-DADOS-CONTATO
           IF NOT CTT-VALIDO
               DISPLAY 'CONTATO INVALIDO: ' WS-CTT-MOTIVO
               DISPLAY 'ALTERACAO NAO GRAVADA.'
               GO TO M840-ALTERAR-CONTATO-FIM
           END-IF

           PERFORM CTT71-REGRAVAR-CONTATO
           DISPLAY 'CONTATO ' CN-TIPO '-' CN-SEQUENCIA ' ALTERADO.'
           IF CN-E-PREFERIDO
               PERFORM M870-APLICAR-PREFERIDO
                   THRU M870-APLICAR-PREFERIDO-FIM
           ELSE
               PERFORM M875-AVISAR-SEM-PREFERIDO
           END-IF
           .
       M840-ALTERAR-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * ENCERRA HOJE A VIGENCIA DE UM CONTATO (O CONTATO NAO E APAGADO,
      * FICA COMO HISTORICO) E TIRA A MARCA DE PREFERIDO
      ******************************************************************
       M850-ENCERRAR-CONTATO.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           PERFORM M827-LER-CONTATO-INFORMADO
           IF NOT CTT-ACHADO
               GO TO M850-ENCERRAR-CONTATO-FIM
           END-IF
           IF CN-DATA-FIM LESS THAN WS-CTT-HOJE
               DISPLAY 'VIGENCIA DO CONTATO JA ENCERRADA EM '
                       CN-DATA-FIM '.'
               GO TO M850-ENCERRAR-CONTATO-FIM
           END-IF

           MOVE CN-PREFERIDO             TO WS-ERA-PREFERIDO
           MOVE WS-CTT-HOJE              TO CN-DATA-FIM
           SET CN-NAO-PREFERIDO          TO TRUE
           PERFORM CTT71-REGRAVAR-CONTATO
           DISPLAY 'VIGENCIA DO CONTATO ' CN-TIPO '-' CN-SEQUENCIA
                   ' ENCERRADA.'
           PERFORM M875-AVISAR-SEM-PREFERIDO
           .
       M850-ENCERRAR-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * TORNA PREFERIDO UM CONTATO VIGENTE; O PREFERIDO ANTERIOR DO
      * MESMO TIPO PERDE A MARCA. SE O CONTATO JA E O PREFERIDO DE UM
      * TIPO PRINCIPAL (R/E), O REGISTRO PRINCIPAL E CONFERIDO E
      * ACERTADO COM ELE (M870) - CASO DE UMA GRAVACAO ANTERIOR
      * RECUSADA POR CONFLITO.
      ******************************************************************
       M860-TORNAR-PREFERIDO.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           PERFORM M827-LER-CONTATO-INFORMADO
           IF NOT CTT-ACHADO
               GO TO M860-TORNAR-PREFERIDO-FIM
           END-IF
           IF CN-E-PREFERIDO
               DISPLAY 'CONTATO JA E O PREFERIDO DO TIPO.'
               IF CN-TIPO-PRINCIPAL
                   DISPLAY 'CONFERINDO O REGISTRO PRINCIPAL COM O '
                           'CONTATO.'
                   PERFORM M870-APLICAR-PREFERIDO
                       THRU M870-APLICAR-PREFERIDO-FIM
               END-IF
               GO TO M860-TORNAR-PREFERIDO-FIM
           END-IF
           IF CN-DATA-INICIO GREATER THAN WS-CTT-HOJE
                          OR CN-DATA-FIM LESS THAN WS-CTT-HOJE
               DISPLAY 'CONTATO FORA DA VIGENCIA NAO PODE SER O '
                       'PREFERIDO.'
               GO TO M860-TORNAR-PREFERIDO-FIM
           END-IF

           SET CN-E-PREFERIDO            TO TRUE
           PERFORM CTT71-REGRAVAR-CONTATO
           DISPLAY 'CONTATO ' CN-TIPO '-' CN-SEQUENCIA
                   ' PASSOU A SER O PREFERIDO.'
           PERFORM M870-APLICAR-PREFERIDO
               THRU M870-APLICAR-PREFERIDO-FIM
           .
       M860-TORNAR-PREFERIDO-FIM.
           EXIT.

      ******************************************************************
      * O CONTATO EM CN-REGISTRO-CONTATO ACABOU DE SER GRAVADO COMO
      * PREFERIDO: DESMARCA OS OUTROS PREFERIDOS DO TIPO (CTT20) E, NOS
      * TIPOS R E E, COPIA O CONTATO PARA O REGISTRO PRINCIPAL, COM O
      * PAR DE AUDITORIA DA ALTERACAO
      ******************************************************************
       M870-APLICAR-PREFERIDO.
           MOVE CN-REGISTRO-CONTATO      TO WS-CONTATO-SALVO
           MOVE CN-CHAVE                 TO WS-CTT-CHAVE
           MOVE CN-TIPO                  TO WS-CTT-TIPO
           MOVE CN-SEQUENCIA             TO WS-CTT-SEQUENCIA
           PERFORM CTT20-DESMARCAR-PREFERIDOS
           MOVE WS-CONTATO-SALVO         TO CN-REGISTRO-CONTATO
           IF NOT CN-TIPO-PRINCIPAL
               GO TO M870-APLICAR-PREFERIDO-FIM
           END-IF

           MOVE WS-CHAVE-ATUAL           TO CR-CHAVE
           READ CADASTRO-PESSOAS
               INVALID KEY
                   DISPLAY 'PESSOA NAO ENCONTRADA.'
                   GO TO M870-APLICAR-PREFERIDO-FIM
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO
           PERFORM CTT75-MOVER-CONTATO-PARA-CADASTRO
           IF CR-REGISTRO-PESSOA = WS-IMAGEM-ANTES
               GO TO M870-APLICAR-PREFERIDO-FIM
           END-IF

           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM M690-AVISAR-CONFLITO
               DISPLAY 'O CONTATO FOI GRAVADO COMO PREFERIDO, MAS O '
                       'REGISTRO PRINCIPAL NAO: USE A OPCAO P NESTE '
                       'CONTATO PARA COPIA-LO AO REGISTRO PRINCIPAL.'
               GO TO M870-APLICAR-PREFERIDO-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ALTERAR REGISTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM M950-ENCERRAR-COM-ERRO
           END-IF
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM M700-GRAVAR-AUDITORIA
           DISPLAY 'REGISTRO PRINCIPAL ATUALIZADO COM O CONTATO '
                   'PREFERIDO.'
           .
       M870-APLICAR-PREFERIDO-FIM.
           EXIT.

      ******************************************************************
      * AVISA QUANDO O CONTATO EM CN-REGISTRO-CONTATO DEIXOU DE SER O
      * PREFERIDO DE UM TIPO PRINCIPAL: O REGISTRO PRINCIPAL CONTINUA
      * COM O VALOR ANTERIOR ATE OUTRO CONTATO SER MARCADO PREFERIDO
      ******************************************************************
       M875-AVISAR-SEM-PREFERIDO.
           IF ERA-PREFERIDO AND CN-TIPO-PRINCIPAL
               DISPLAY 'ATENCAO: O TIPO ' CN-TIPO ' FICOU SEM CONTATO '
                       'PREFERIDO. O REGISTRO PRINCIPAL MANTEM O '
                       'VALOR ATUAL ATE OUTRO CONTATO SER MARCADO '
                       'COMO PREFERIDO (OPCAO P).'
           END-IF
           .

      ******************************************************************
      * GRAVA NO CADRUN O REGISTRO DA SESSAO DE ATUALIZACAO, COM AS
      * GRAVACOES NO CADPES E OS CONFLITOS DE ALTERACAO, PARA O
      * FECHAMENTO DIARIO DO CADBAL01. UMA FALHA AQUI NAO DERRUBA A
      * SESSAO: O REGISTRO E DE CONTROLE, NAO DE NEGOCIO.
      ******************************************************************
       M890-GRAVAR-RUN-LOG.
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
               MOVE 'CADMNT01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE ZEROS                TO RC-QTDE-LIDOS
               MOVE WS-QTDE-GRAVACOES    TO RC-QTDE-APLICADOS
               MOVE ZEROS                TO RC-QTDE-REJEITADOS
               MOVE ZEROS                TO RC-QTDE-EXCECOES
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

       M900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-CONTATOS
           .

       M950-ENCERRAR-COM-ERRO.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-CONTATOS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY CTTPRC01 REPLACING ==CTT99-ERRO-FATAL==
                            BY ==M950-ENCERRAR-COM-ERRO==.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==M950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADMNT01.
