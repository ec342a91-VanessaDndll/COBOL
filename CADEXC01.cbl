      * 22/08/2026 VD    VALIDACOES DE CEP/DDD/CPF/PROFISSAO MOVIDAS
      *                  PARA O MODULO UNICO CADVAL01, QUE TAMBEM
      *                  CARREGA AS TABELAS TABPRF/TABDDD/TABCEP.
      * 15/10/2026 VD    IDENTIFICACAO DO OPERADOR NA PARTIDA (MODULO
      *                  OPRSGN01); A CORRECAO (OPCAO C) FICA RESTRITA
      *                  AOS PERFIS DE MANUTENCAO E SUPERVISOR. A
      *                  LISTAGEM MOSTRA QUEM ABRIU A EXCECAO E A
      *                  CORRECAO CARIMBA O OPERADOR NA AUDITORIA E NA
      *                  RESOLUCAO (EX-OPERADOR-RESOLUCAO).
      * 15/10/2026 VD    CORRECAO DE TELEFONE OU ENDERECO ATUALIZA O
      *                  CONTATO PREFERIDO RESIDENCIAL NO ARQUIVO
      *                  CADCTT (VER CTTREG01 E CTTPRC01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES; TROCA DE
      *                  CPF VOLTA A SITUACAO NA RECEITA PARA NAO
      *                  CONSULTADO.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES. ALTERACAO
      *                  DE ENDERECO LIMPA A MARCA DE ENDERECO DEVOLVIDO
      *                  PELOS CORREIOS (CADDEV01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO
      *                  DA ULTIMA ALTERACAO EM CADREG01).
      * 15/10/2026 VD    PROTECAO CONTRA ALTERACAO PERDIDA (LCKPRC01):
      *                  ANTES DE REGRAVAR A CORRECAO A PESSOA E RELIDA
      *                  E CONFERIDA COM A LIDA; SE OUTRO OPERADOR OU
      *                  JOB A ALTEROU NESSE MEIO TEMPO A CORRECAO NAO
      *                  E GRAVADA, A EXCECAO FICA EM ABERTO E O
      *                  OPERADOR VE OS VALORES ATUAIS (E690) PARA
      *                  REFAZER A CORRECAO. REGISTRO NO CADRUN AO FIM
      *                  DA SESSAO DE CORRECAO (E890).
      * 15/10/2026 VD    CORRECAO DE ENDERECO (EXCECOES ABERTAS PELO
      *                  CADDEV01): ACEITA RUA/BAIRRO/CIDADE/UF/CEP E
      *                  EXIGE CEP VALIDO E ENDERECO DIFERENTE DO LIDO.
      *                  CORRECAO DE CPF NAO REGRAVA MAIS O CADASTRO:
      *                  VIRA PEDIDO DE TROCA DE CPF NO CADPND PARA
      *                  APROVACAO (CADAPR01) E A EXCECAO FICA EM
      *                  ABERTO; CPF IGUAL AO LIDO E RECUSADO. COM A
      *                  TROCA APROVADA, A PROXIMA CORRECAO ENCERRA A
      *                  EXCECAO (E685).
      * 15/10/2026 VD    EXCECAO DE CPF OU ENDERECO DE PESSOA INATIVA,
      *                  DE ENDERECO SEM MARCA DE DEVOLUCAO (JA
      *                  CORRIGIDO POR OUTRO PROGRAMA) OU DE CPF COM
      *                  EXCLUSAO APROVADA DEPOIS DA EXCECAO E ENCERRADA
      *                  SEM NOVA CORRECAO. CONTATOS SINCRONIZADOS
      *                  (CTT40) DEPOIS DA AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXC01.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-CONTATOS        ASSIGN TO "CADCTT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-ID
                  FILE STATUS IS WS-STATUS-CONTATOS.

           SELECT ARQ-RUN-LOG         ASSIGN TO "CADRUN"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RUN-LOG.

           SELECT ARQ-PENDENCIAS      ASSIGN TO "CADPND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-ID
                  ALTERNATE RECORD KEY IS PD-CHAVE WITH DUPLICATES
                  FILE STATUS IS WS-STATUS-PENDENCIAS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       FD  ARQ-PENDENCIAS
           LABEL RECORD IS STANDARD.
       COPY PNDREG01.

       WORKING-STORAGE SECTION.

       COPY LAYOUT001.

       COPY VALREG01.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-EXCECOES          PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.
           03  WS-STATUS-PENDENCIAS        PIC X(02) VALUE '00'.

       01  WS-FLAGS-MENU.
           03  WS-FIM-MENU                 PIC X(01) VALUE 'N'.
               88  FIM-EXCECOES            VALUE 'S'.
           03  WS-CAMPO-CORRIGIDO-OK       PIC X(01) VALUE 'N'.
               88  CAMPO-CORRIGIDO-OK      VALUE 'S'.
           03  WS-PODE-CORRIGIR            PIC X(01) VALUE 'N'.
               88  PODE-CORRIGIR           VALUE 'S'.
           03  WS-FIM-PENDENCIAS           PIC X(01) VALUE 'N'.
               88  FIM-PENDENCIAS          VALUE 'S'.
           03  WS-PENDENCIA-ABERTA         PIC X(01) VALUE 'N'.
               88  PENDENCIA-ABERTA        VALUE 'S'.
           03  WS-PEDIDO-RESOLVEU          PIC X(01) VALUE 'N'.
               88  PEDIDO-RESOLVEU         VALUE 'S'.

       01  WS-OPCAO                        PIC X(01).
           88  OPCAO-LISTAR                VALUE 'L'.
           03  WS-NUM-EXCECAO              PIC 9(04) VALUE ZEROS.
           03  WS-NUM-ALVO                 PIC 9(04) VALUE ZEROS.
           03  WS-QTDE-ABERTAS             PIC 9(04) VALUE ZEROS.
           03  WS-QTDE-GRAVACOES           PIC 9(07) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA CORRECAO)
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* CPF E ENDERECO COMO FORAM LIDOS, PARA SABER SE A CORRECAO
      ******* MUDOU ALGUMA COISA (O E660 JA ALTERA CR-REGISTRO-PESSOA
      ******* ANTES DA CONFERENCIA)
       01  WS-CPF-ANTERIOR                 PIC X(11) VALUE SPACES.
       01  WS-ENDERECO-ANTERIOR.
           03  WS-RUA-ANTERIOR             PIC X(20) VALUE SPACES.
           03  WS-BAIRRO-ANTERIOR          PIC X(15) VALUE SPACES.
           03  WS-CIDADE-ANTERIOR          PIC X(20) VALUE SPACES.
           03  WS-UF-ANTERIOR              PIC X(02) VALUE SPACES.
           03  WS-CEP-ANTERIOR             PIC X(08) VALUE SPACES.
       01  WS-DATA-PEDIDO-RESOLVEU         PIC 9(08) VALUE ZEROS.
       01  WS-TIPO-PEDIDO-RESOLVEU         PIC X(01) VALUE SPACE.

      ******* CONTATOS DA PESSOA (CADCTT - VER CTTREG01 E CTTPRC01)
       COPY CTTWRK01.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM E050-IDENTIFICAR-OPERADOR
           PERFORM E100-ABRIR-ARQUIVOS
           PERFORM E200-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM E900-ENCERRAR-ARQUIVOS
           IF PODE-CORRIGIR
               PERFORM E890-GRAVAR-RUN-LOG
           END-IF
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. SO OS PERFIS
      * DE MANUTENCAO E SUPERVISOR PODEM CORRIGIR EXCECOES.
      ******************************************************************
       E050-IDENTIFICAR-OPERADOR.
           MOVE 'CADEXC01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF SG-PERFIL-MANUTENCAO OR SG-PERFIL-SUPERVISOR
               SET PODE-CORRIGIR         TO TRUE
           END-IF
           MOVE SG-OPERADOR              TO WS-CTT-OPERADOR
           MOVE 'CADEXC01'               TO WS-LCK-PROGRAMA
           .

      ******************************************************************
      * ABRE OS ARQUIVOS FIXOS DA SESSAO (CADASTRO E AUDITORIA). O
      * ARQUIVO DE EXCECOES E ABERTO E FECHADO A CADA OPERACAO, POIS A
                       WS-STATUS-AUDITORIA
               PERFORM E950-ENCERRAR-COM-ERRO
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
               PERFORM E950-ENCERRAR-COM-ERRO
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
               PERFORM E950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
       E200-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '========= FILA DE EXCECOES DO CADASTRO ========='
           IF PODE-CORRIGIR
               DISPLAY '  (L) LISTAR ABERTAS   (C) CORRIGIR   (X) SAIR'
           ELSE
               DISPLAY '  (L) LISTAR ABERTAS   (X) SAIR'
           END-IF
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO

               WHEN OPCAO-LISTAR
                   PERFORM E300-LISTAR-ABERTAS
                       THRU E300-LISTAR-ABERTAS-FIM
               WHEN OPCAO-CORRIGIR AND PODE-CORRIGIR
                   PERFORM E400-CORRIGIR THRU E400-CORRIGIR-FIM
               WHEN OPCAO-SAIR
                   SET FIM-MENU TO TRUE
               ADD 1                     TO WS-QTDE-ABERTAS
               DISPLAY WS-NUM-EXCECAO ' ' EX-CHAVE ' ' EX-CAMPO ' '
                       EX-MOTIVO ' ' EX-DATA-EVENTO ' ' EX-PROGRAMA
                       ' ' EX-OPERADOR
           END-IF
           PERFORM E310-LER-EXCECAO
           .
      * CORRIGE O CAMPO REPROVADO DE UMA EXCECAO EM ABERTO: LOCALIZA A
      * EXCECAO PELO NUMERO DA LISTAGEM, BUSCA A PESSOA NO CADASTRO,
      * ACEITA O NOVO VALOR, REVALIDA, REGRAVA O CADASTRO COM
      * AUDITORIA E ENCERRA A EXCECAO. A CORRECAO DE CPF NAO E GRAVADA
      * AQUI: VIRA UM PEDIDO DE TROCA DE CPF PARA APROVACAO (CADAPR01),
      * COMO NO CADMNT01, E A EXCECAO FICA EM ABERTO ATE A APROVACAO.
      ******************************************************************
       E400-CORRIGIR.
           DISPLAY 'NUMERO DA EXCECAO A CORRIGIR: '
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO
           PERFORM E340-MOVER-REGISTRO-PARA-TRABALHO

           DISPLAY 'PESSOA: ' CR-CHAVE ' ' CR-PRIMEIRO-NOME
                   CR-ULTIMO-NOME
           DISPLAY 'CAMPO REPROVADO: ' EX-CAMPO ' - ' EX-MOTIVO

      ******* CPF E ENDERECO PODEM TER SIDO RESOLVIDOS POR OUTRO
      ******* CAMINHO (PESSOA EXCLUIDA, ENDERECO CORRIGIDO NA
      ******* MANUTENCAO/MOVIMENTO/CONTATOS, PEDIDO APROVADO NO
      ******* CADAPR01): A EXCECAO E ENCERRADA SEM NOVA CORRECAO
           IF CR-INATIVO
              AND (EX-CAMPO = 'CPF' OR EX-CAMPO = 'ENDERECO')
               DISPLAY 'PESSOA EXCLUIDA (INATIVA DESDE '
                       CR-DATA-SITUACAO '). NADA A CORRIGIR.'
               PERFORM E420-ENCERRAR-EXCECAO
               GO TO E400-CORRIGIR-ENCERRAR
           END-IF
           IF EX-CAMPO = 'ENDERECO' AND CR-DEVOLUCAO-MOTIVO = SPACE
               DISPLAY 'ENDERECO JA CORRIGIDO NO CADASTRO (SEM MARCA '
                       'DE DEVOLUCAO DOS CORREIOS).'
               PERFORM E420-ENCERRAR-EXCECAO
               GO TO E400-CORRIGIR-ENCERRAR
           END-IF

      ******* CPF: UM PEDIDO AINDA PENDENTE SEGURA A EXCECAO; UMA TROCA
      ******* DE CPF OU EXCLUSAO APROVADA DEPOIS DA EXCECAO A ENCERRA
           IF EX-CAMPO = 'CPF'
               PERFORM E685-VERIFICAR-PENDENCIA
               IF PENDENCIA-ABERTA
                   DISPLAY 'JA EXISTE PEDIDO PENDENTE DE APROVACAO '
                           'PARA ESTA PESSOA (CADAPR01). EXCECAO '
                           'MANTIDA EM ABERTO.'
                   GO TO E400-CORRIGIR-ENCERRAR
               END-IF
               IF PEDIDO-RESOLVEU
                   IF WS-TIPO-PEDIDO-RESOLVEU = 'C'
                       DISPLAY 'TROCA DE CPF APROVADA EM '
                               WS-DATA-PEDIDO-RESOLVEU
                               '. CADASTRO JA CORRIGIDO.'
                   ELSE
                       DISPLAY 'EXCLUSAO DA PESSOA APROVADA EM '
                               WS-DATA-PEDIDO-RESOLVEU
                               '. NADA A CORRIGIR.'
                   END-IF
                   PERFORM E420-ENCERRAR-EXCECAO
                   GO TO E400-CORRIGIR-ENCERRAR
               END-IF
           END-IF

           PERFORM E410-ACEITAR-CORRECAO
               THRU E410-ACEITAR-CORRECAO-FIM
           IF NOT CAMPO-CORRIGIDO-OK
           END-IF

           PERFORM E660-MOVER-AREA-TRABALHO-PARA-REGISTRO
           IF EX-CAMPO = 'CPF'
               PERFORM E680-REGISTRAR-PENDENCIA
               GO TO E400-CORRIGIR-ENCERRAR
           END-IF
           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM E690-AVISAR-CONFLITO
               GO TO E400-CORRIGIR-ENCERRAR
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO = '22'
               DISPLAY 'CPF JA CADASTRADO PARA OUTRA CHAVE. '
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM E700-GRAVAR-AUDITORIA
           ADD 1                         TO WS-QTDE-GRAVACOES
           PERFORM CTT40-SINCRONIZAR-PRINCIPAIS

           DISPLAY 'CORRECAO GRAVADA.'
           PERFORM E420-ENCERRAR-EXCECAO
           .
       E400-CORRIGIR-ENCERRAR.
           CLOSE ARQ-EXCECOES
           .
       E400-CORRIGIR-FIM.
           EXIT.

      ******************************************************************
      * ENCERRA A EXCECAO ATUAL (SITUACAO RESOLVIDA + DATA + OPERADOR)
      ******************************************************************
       E420-ENCERRAR-EXCECAO.
           SET EX-RESOLVIDA              TO TRUE
           ACCEPT EX-DATA-RESOLUCAO      FROM DATE YYYYMMDD
           MOVE SG-OPERADOR              TO EX-OPERADOR-RESOLUCAO
           REWRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO ENCERRAR A EXCECAO. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM E950-ENCERRAR-COM-ERRO
           END-IF
           DISPLAY 'EXCECAO ENCERRADA.'
           .

      ******************************************************************
      * ACEITA O NOVO VALOR DO CAMPO REPROVADO E REVALIDA O REGISTRO.
      * SOMENTE A VALIDACAO DO CAMPO CORRIGIDO PRECISA PASSAR: OUTROS
      * CAMPOS AINDA INVALIDOS TEM SUAS PROPRIAS EXCECOES NA FILA. CPF
      * OU ENDERECO IGUAL AO LIDO NAO E CORRECAO E E RECUSADO.
      ******************************************************************
       E410-ACEITAR-CORRECAO.
           MOVE 'N'                      TO WS-CAMPO-CORRIGIDO-OK
                   DISPLAY 'CPF ATUAL: ' WS-CPF
                           ' - NOVO CPF (11 DIGITOS): '
                   ACCEPT WS-CPF
                   IF WS-CPF = WS-CPF-ANTERIOR
                       DISPLAY 'CPF IGUAL AO CADASTRADO. NADA '
                               'GRAVADO; EXCECAO MANTIDA EM ABERTO.'
                       GO TO E410-ACEITAR-CORRECAO-FIM
                   END-IF
               WHEN 'ENDERECO'
                   DISPLAY 'ENDERECO ATUAL: ' WS-RUA ' ' WS-BAIRRO
                           ' ' WS-CIDADE ' ' WS-UF ' ' WS-CEP
                   DISPLAY 'NOVA RUA: '
                   ACCEPT WS-RUA
                   DISPLAY 'NOVO BAIRRO: '
                   ACCEPT WS-BAIRRO
                   DISPLAY 'NOVA CIDADE: '
                   ACCEPT WS-CIDADE
                   DISPLAY 'NOVA UF: '
                   ACCEPT WS-UF
                   DISPLAY 'NOVO CEP: '
                   ACCEPT WS-CEP
                   IF WS-RUA = WS-RUA-ANTERIOR
                      AND WS-BAIRRO = WS-BAIRRO-ANTERIOR
                      AND WS-CIDADE = WS-CIDADE-ANTERIOR
                      AND WS-UF = WS-UF-ANTERIOR
                      AND WS-CEP = WS-CEP-ANTERIOR
                       DISPLAY 'ENDERECO IGUAL AO CADASTRADO. NADA '
                               'GRAVADO; EXCECAO MANTIDA EM ABERTO.'
                       GO TO E410-ACEITAR-CORRECAO-FIM
                   END-IF
               WHEN 'PROFISSAO'
                   DISPLAY 'PROFISSAO ATUAL: ' WS-PROFISSAO
                           ' - NOVA PROFISSAO: '
                   IF VAL-PROF-VALIDO
                       SET CAMPO-CORRIGIDO-OK TO TRUE
                   END-IF
               WHEN 'ENDERECO'
                   IF VAL-CEP-VALIDO
                       SET CAMPO-CORRIGIDO-OK TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT CAMPO-CORRIGIDO-OK
               DISPLAY 'CORRECAO REPROVADA PELA VALIDACAO. '
       E410-ACEITAR-CORRECAO-FIM.
           EXIT.

      ******************************************************************
      * A PESSOA FOI ALTERADA POR OUTRO OPERADOR OU JOB DEPOIS DA
      * LEITURA (LCK20): A CORRECAO NAO E GRAVADA E A EXCECAO FICA EM
      * ABERTO. MOSTRA QUEM ALTEROU, QUANDO E OS VALORES ATUAIS DOS
      * CAMPOS CORRIGIVEIS (REGISTRO RELIDO EM CR-REGISTRO-PESSOA),
      * PARA O OPERADOR CONFERIR E REFAZER A CORRECAO.
      ******************************************************************
       E690-AVISAR-CONFLITO.
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
               DISPLAY '  NOME     : ' CR-PRIMEIRO-NOME ' '
                       CR-ULTIMO-NOME
               DISPLAY '  TELEFONE : ' CR-TELEFONE
               DISPLAY '  ENDERECO : ' CR-RUA ' ' CR-BAIRRO ' '
                       CR-CIDADE ' ' CR-UF
               DISPLAY '  CEP      : ' CR-CEP
               DISPLAY '  PROFISSAO: ' CR-PROFISSAO
               DISPLAY '  CPF      : ' CR-CPF
           END-IF
           DISPLAY 'CORRECAO NAO GRAVADA; A EXCECAO CONTINUA EM '
                   'ABERTO. CONFIRA OS VALORES ATUAIS E REFACA A '
                   'CORRECAO.'
           .

      ******************************************************************
      * GRAVA NO CADPND O PEDIDO DE TROCA DE CPF COM A IMAGEM LIDA
      * (WS-IMAGEM-ANTES), A IMAGEM PROPOSTA (CR-REGISTRO-PESSOA), O
      * OPERADOR E A DATA/HORA, PARA APROVACAO NO CADAPR01. A EXCECAO
      * FICA EM ABERTO E E ENCERRADA NA PROXIMA CORRECAO, DEPOIS DA
      * APROVACAO (E685).
      ******************************************************************
       E680-REGISTRAR-PENDENCIA.
           INITIALIZE PD-REGISTRO-PENDENCIA
           ACCEPT PD-DATA-PEDIDO         FROM DATE YYYYMMDD
           ACCEPT PD-HORA-PEDIDO         FROM TIME
           MOVE CR-CHAVE                 TO PD-CHAVE-ID
           MOVE CR-CHAVE                 TO PD-CHAVE
           SET PD-TROCA-CPF              TO TRUE
           SET PD-PENDENTE               TO TRUE
           MOVE SG-OPERADOR              TO PD-OPERADOR-PEDIDO
           MOVE 'CADEXC01'               TO PD-PROGRAMA-PEDIDO
           MOVE WS-IMAGEM-ANTES          TO PD-IMAGEM-ANTES
           MOVE CR-REGISTRO-PESSOA       TO PD-IMAGEM-DEPOIS
           WRITE PD-REGISTRO-PENDENCIA
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM E950-ENCERRAR-COM-ERRO
           END-IF
           DISPLAY 'TROCA DE CPF ENCAMINHADA PARA APROVACAO '
                   '(CADAPR01). CADASTRO NAO ALTERADO; EXCECAO '
                   'MANTIDA EM ABERTO.'
           .

      ******************************************************************
      * PROCURA PELA CHAVE ALTERNATIVA PD-CHAVE OS PEDIDOS DA PESSOA EM
      * CR-CHAVE: MARCA SE HA PEDIDO AINDA PENDENTE E SE HA PEDIDO QUE
      * RESOLVE A EXCECAO DE CPF, APROVADO NA DATA DA EXCECAO OU
      * DEPOIS: A TROCA DE CPF (TIPO C) OU A EXCLUSAO DA PESSOA (TIPO
      * E), DESFECHO NORMAL DE UM CPF DE FALECIDO OU CANCELADO APONTADO
      * PELO CADSRF01.
      ******************************************************************
       E685-VERIFICAR-PENDENCIA.
           MOVE 'N'                      TO WS-PENDENCIA-ABERTA
           MOVE 'N'                      TO WS-PEDIDO-RESOLVEU
           MOVE 'N'                      TO WS-FIM-PENDENCIAS
           MOVE ZEROS                    TO WS-DATA-PEDIDO-RESOLVEU
           MOVE SPACE                    TO WS-TIPO-PEDIDO-RESOLVEU
           MOVE CR-CHAVE                 TO PD-CHAVE
           START ARQ-PENDENCIAS
               KEY IS EQUAL TO PD-CHAVE
               INVALID KEY
                   SET FIM-PENDENCIAS    TO TRUE
           END-START
           PERFORM E686-LER-PENDENCIA
               UNTIL FIM-PENDENCIAS
           .

       E686-LER-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS    TO TRUE
           END-READ
           IF NOT FIM-PENDENCIAS
               IF WS-STATUS-PENDENCIAS NOT = '00'
                              AND WS-STATUS-PENDENCIAS NOT = '02'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-PENDENCIAS. '
                           'STATUS: ' WS-STATUS-PENDENCIAS
                   PERFORM E950-ENCERRAR-COM-ERRO
               END-IF
               IF PD-CHAVE NOT = CR-CHAVE
                   SET FIM-PENDENCIAS    TO TRUE
               ELSE
                   IF PD-PENDENTE
                       SET PENDENCIA-ABERTA TO TRUE
                   END-IF
                   IF (PD-TROCA-CPF OR PD-EXCLUSAO) AND PD-APROVADA
                      AND PD-DATA-DECISAO NOT < EX-DATA-EVENTO
                       SET PEDIDO-RESOLVEU TO TRUE
                       MOVE PD-DATA-DECISAO
                                         TO WS-DATA-PEDIDO-RESOLVEU
                       MOVE PD-TIPO      TO WS-TIPO-PEDIDO-RESOLVEU
                   END-IF
               END-IF
           END-IF
           .

       E340-MOVER-REGISTRO-PARA-TRABALHO.
           MOVE CR-CHAVE                 TO WS-CHAVE
           MOVE CR-PRIMEIRO-NOME         TO WS-PRIMEIRO-NOME
           MOVE CR-PROFISSAO             TO WS-PROFISSAO
           MOVE CR-PROFISSAO-COD         TO WS-PROFISSAO-COD
           MOVE CR-CPF                   TO WS-CPF
           MOVE CR-CPF                   TO WS-CPF-ANTERIOR
           MOVE CR-RUA                   TO WS-RUA-ANTERIOR
           MOVE CR-BAIRRO                TO WS-BAIRRO-ANTERIOR
           MOVE CR-CIDADE                TO WS-CIDADE-ANTERIOR
           MOVE CR-UF                    TO WS-UF-ANTERIOR
           MOVE CR-CEP                   TO WS-CEP-ANTERIOR
           .

      ******************************************************************
           .

       E660-MOVER-AREA-TRABALHO-PARA-REGISTRO.
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
      * COM A DATA E A HORA DO EVENTO E O OPERADOR IDENTIFICADO, DA
      * MESMA FORMA QUE O CADMNT01
      ******************************************************************
       E700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE SG-OPERADOR              TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           END-IF
           .

      ******************************************************************
      * GRAVA NO CADRUN O REGISTRO DA SESSAO DE CORRECAO, COM AS
      * GRAVACOES NO CADPES E OS CONFLITOS DE ALTERACAO, PARA O
      * FECHAMENTO DIARIO DO CADBAL01. UMA FALHA AQUI NAO DERRUBA A
      * SESSAO: O REGISTRO E DE CONTROLE, NAO DE NEGOCIO.
      ******************************************************************
       E890-GRAVAR-RUN-LOG.
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
               MOVE 'CADEXC01'           TO RC-PROGRAMA
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

       E900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-CONTATOS
           CLOSE ARQ-PENDENCIAS
           .

       E950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-CONTATOS
           CLOSE ARQ-PENDENCIAS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY CTTPRC01 REPLACING ==CTT99-ERRO-FATAL==
                            BY ==E950-ENCERRAR-COM-ERRO==.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==E950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADEXC01.
