      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO AO TITULAR DE DADOS (LGPD). DUAS OPCOES:
      *          R - RELATORIO DO TITULAR: A PARTIR DE UM CPF OU DE UMA
      *              CHAVE, REUNE NUM SO RELATORIO (RELLGP) TUDO O QUE
      *              O CADASTRO GUARDA DA PESSOA: O REGISTRO ATUAL NO
      *              CADPES, A COPIA NO ARQUIVO MORTO CADARQ, OS
      *              CONTATOS DO CADCTT, TODAS AS IMAGENS ANTES/DEPOIS
      *              DA HISTORIA CADHIS E DA AUDITORIA CORRENTE CADAUD,
      *              AS FUSOES DO CADFUS (COMO VITIMA OU SOBREVIVENTE),
      *              AS EXCECOES DO CADEXC E OS PEDIDOS DE APROVACAO
      *              DO CADPND (COMO TITULAR OU VITIMA). UM CPF PODE
      *              LEVAR A MAIS DE UMA CHAVE (NO CADASTRO E NO
      *              ARQUIVO MORTO); O RELATORIO SAI PARA CADA UMA.
      *          E - ELIMINACAO, SO PARA O PERFIL SUPERVISOR E SO PARA
      *              PESSOAS JA EXPURGADAS PARA O CADARQ (CADPUR01):
      *              NOME, ENDERECO, TELEFONE E CPF SAO SOBREGRAVADOS
      *              COM VALORES ANONIMOS NO CADARQ, NAS IMAGENS DO
      *              CADHIS, DO CADAUD E DO CADPND, NOS CONTATOS DO
      *              CADCTT E NO NOME DAS EXCECOES DO CADEXC. FICAM A
      *              CHAVE, AS DATAS E OS DEMAIS CAMPOS EXIGIDOS PARA A
      *              GUARDA LEGAL. CADA ELIMINACAO GRAVA UM REGISTRO NO
      *              LOG CADELM (VER ELMREG01), PROVA DE QUE FOI FEITA.
      *              O PRIMEIRO NOME ANONIMIZADO IMPEDE A RESTAURACAO
      *              PELO CADRST01.
      *          O OPERADOR E IDENTIFICADO PELO MODULO OPRSGN01.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO DA
      *                  ULTIMA ALTERACAO).
      * 15/10/2026 VD    PEDIDOS DE APROVACAO DO CADPND ENTRAM NO
      *                  RELATORIO DO TITULAR (LG390, COMO TITULAR OU
      *                  VITIMA DE FUSAO) E NA ELIMINACAO (LG550):
      *                  IMAGENS ANONIMIZADAS, PEDIDO PENDENTE REJEITADO
      *                  E QUANTIDADE NO CADELM (EL-QTDE-PENDENCIAS).
      *                  ARQUIVO MORTO MARCADO COMO FECHADO APOS A
      *                  LOCALIZACAO DO TITULAR E A SECAO DO ARQUIVO
      *                  MORTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLGP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-MORTO           ASSIGN TO "CADARQ"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AR-CHAVE
                  FILE STATUS IS WS-STATUS-MORTO.

           SELECT ARQ-CONTATOS        ASSIGN TO "CADCTT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-ID
                  FILE STATUS IS WS-STATUS-CONTATOS.

           SELECT ARQ-HISTORIA        ASSIGN TO "CADHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HS-CHAVE-HISTORIA
                  FILE STATUS IS WS-STATUS-HISTORIA.

           SELECT ARQ-AUDITORIA       ASSIGN TO "CADAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-FUSOES          ASSIGN TO "CADFUS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FU-CHAVE-VITIMA
                  FILE STATUS IS WS-STATUS-FUSOES.

           SELECT ARQ-EXCECOES        ASSIGN TO "CADEXC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT ARQ-ELIMINACOES     ASSIGN TO "CADELM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-ELIMINACOES.

           SELECT ARQ-PENDENCIAS      ASSIGN TO "CADPND"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-ID
                  ALTERNATE RECORD KEY IS PD-CHAVE WITH DUPLICATES
                  FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT RELATORIO-TITULAR   ASSIGN TO "RELLGP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
           LABEL RECORD IS STANDARD.
       COPY CADREG01.

      ******************************************************************
      * O ARQUIVO MORTO CARREGA A IMAGEM INTEGRA DO REGISTRO CADREG01
      * (212 BYTES), COM A CHAVE EXPOSTA PARA O ACESSO INDEXADO
      ******************************************************************
       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.
       01  AR-REGISTRO-ARQUIVO.
           03  AR-CHAVE                   PIC X(10).
           03  AR-DADOS-PESSOA            PIC X(202).

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       FD  ARQ-HISTORIA
           LABEL RECORD IS STANDARD.
       COPY HSTREG01.

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-FUSOES
           LABEL RECORD IS STANDARD.
       COPY FUSREG01.

       FD  ARQ-EXCECOES
           LABEL RECORD IS STANDARD.
       COPY EXCREG01.

       FD  ARQ-ELIMINACOES
           LABEL RECORD IS STANDARD.
       COPY ELMREG01.

       FD  ARQ-PENDENCIAS
           LABEL RECORD IS STANDARD.
       COPY PNDREG01.

       FD  RELATORIO-TITULAR
           LABEL RECORD IS STANDARD.
       01  RL-LINHA-RELATORIO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-MORTO             PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.
           03  WS-STATUS-HISTORIA          PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-FUSOES            PIC X(02) VALUE '00'.
           03  WS-STATUS-EXCECOES          PIC X(02) VALUE '00'.
           03  WS-STATUS-ELIMINACOES       PIC X(02) VALUE '00'.
           03  WS-STATUS-PENDENCIAS        PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-LEITURA              PIC X(01) VALUE 'N'.
               88  FIM-LEITURA             VALUE 'S'.
           03  WS-ENTRADA-ACHADA           PIC X(01) VALUE 'N'.
               88  ENTRADA-ACHADA          VALUE 'S'.
           03  WS-ARQUIVO-ABERTO           PIC X(01) VALUE 'N'.
               88  ARQUIVO-ABERTO          VALUE 'S'.
           03  WS-MORTO-ABERTO             PIC X(01) VALUE 'N'.
               88  MORTO-ABERTO            VALUE 'S'.
           03  WS-RELATORIO-ABERTO         PIC X(01) VALUE 'N'.
               88  RELATORIO-ABERTO        VALUE 'S'.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

      ******* PEDIDO DO TITULAR
       01  WS-PEDIDO.
           03  WS-OPCAO                    PIC X(01) VALUE SPACE.
               88  OPCAO-RELATORIO         VALUE 'R'.
               88  OPCAO-ELIMINACAO        VALUE 'E'.
           03  WS-CPF-PEDIDO               PIC X(11) VALUE SPACES.
           03  WS-CHAVE-PEDIDA             PIC X(10) VALUE SPACES.
           03  WS-CONFIRMACAO              PIC X(01) VALUE SPACE.
               88  CONFIRMADO              VALUE 'S'.

      ******* CHAVES DO TITULAR (UM CPF PODE ESTAR EM MAIS DE UMA CHAVE
      ******* QUANDO SOMADOS O CADASTRO E O ARQUIVO MORTO)
       01  WS-TAB-CHAVES.
           03  WS-CHV-QTD                  PIC 9(02) VALUE ZEROS.
           03  WS-CHV-OCOR OCCURS 20 TIMES.
               05  WS-CHV-VALOR            PIC X(10).

       01  WS-CHAVE-ATUAL                  PIC X(10) VALUE SPACES.

      ******************************************************************
      * VISAO DE UMA IMAGEM DE 212 BYTES DO REGISTRO CADREG01, USADA
      * PARA IMPRIMIR E PARA ANONIMIZAR AS COPIAS GUARDADAS NOS OUTROS
      * ARQUIVOS (CADARQ, CADHIS, CADAUD, CADPND)
      ******************************************************************
       01  WS-IMAGEM-PESSOA                PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-PESSOA-R REDEFINES WS-IMAGEM-PESSOA.
           03  WS-IMG-CHAVE                PIC X(10).
           03  WS-IMG-PRIMEIRO-NOME        PIC X(15).
           03  WS-IMG-ULTIMO-NOME          PIC X(15).
           03  WS-IMG-TELEFONE             PIC X(12).
           03  WS-IMG-RUA                  PIC X(20).
           03  WS-IMG-BAIRRO               PIC X(15).
           03  WS-IMG-CIDADE               PIC X(20).
           03  WS-IMG-UF                   PIC X(02).
           03  WS-IMG-CEP                  PIC X(08).
           03  WS-IMG-NACIONALIDADE        PIC X(15).
           03  WS-IMG-PROFISSAO            PIC X(15).
           03  WS-IMG-PROFISSAO-COD        PIC X(03).
           03  WS-IMG-CPF                  PIC X(11).
           03  WS-IMG-SITUACAO             PIC X(01).
           03  WS-IMG-DATA-SITUACAO        PIC X(08).
           03  WS-IMG-CPF-SITUACAO         PIC X(01).
           03  WS-IMG-CPF-DATA-CONSULTA    PIC X(08).
           03  WS-IMG-DEVOLUCAO-MOTIVO     PIC X(01).
           03  WS-IMG-DEVOLUCAO-DATA       PIC X(08).
           03  WS-IMG-ALTERACAO-DATA       PIC X(08).
           03  WS-IMG-ALTERACAO-HORA       PIC X(08).
           03  WS-IMG-ALTERACAO-PROGRAMA   PIC X(08).

      ******* VALOR GRAVADO NO PRIMEIRO NOME DE UMA PESSOA ANONIMIZADA
      ******* (O MESMO DO NIVEL 88 CR-PESSOA-ANONIMIZADA DE CADREG01)
       01  WS-NOME-ANONIMO                 PIC X(15)
                                           VALUE 'ANONIMIZADO'.

       01  WS-CONTADORES.
           03  WS-QTDE-SECAO               PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-MORTO               PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-HISTORIA            PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-AUDITORIA           PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-CONTATOS            PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-EXCECOES            PIC 9(05) VALUE ZEROS.
           03  WS-QTDE-PENDENCIAS          PIC 9(05) VALUE ZEROS.

       01  WS-INDICES.
           03  WS-I                        PIC 9(02) VALUE ZEROS.

       01  WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01  WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.

       01  WS-CONTROLE-PAGINA.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * LINHAS DO RELATORIO DO TITULAR
      ******************************************************************
       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(46)
               VALUE 'RELATORIO DO TITULAR DE DADOS (LGPD) - EMITIDO'.
           03  FILLER                      PIC X(04) VALUE ' EM '.
           03  WS-CAB-DATA                 PIC 9(08).
           03  FILLER                      PIC X(05) VALUE ' POR '.
           03  WS-CAB-OPERADOR             PIC X(08).

       01  WS-CABECALHO-PEDIDO.
           03  FILLER                      PIC X(18)
               VALUE 'PEDIDO PELO CPF : '.
           03  WS-CPED-CPF                 PIC X(11).
           03  FILLER                      PIC X(14)
               VALUE '   CHAVE(S) : '.
           03  WS-CPED-QTDE                PIC Z9.

       01  WS-LINHA-CHAVE.
           03  FILLER                      PIC X(28)
               VALUE '===== DADOS DA CHAVE '.
           03  WS-LCH-CHAVE                PIC X(10).
           03  FILLER                      PIC X(06) VALUE ' ====='.

       01  WS-LINHA-SECAO.
           03  FILLER                      PIC X(04) VALUE '--- '.
           03  WS-LSC-TITULO               PIC X(60).

       01  WS-LINHA-SEPARADORA             PIC X(100) VALUE ALL '-'.

       01  WS-LINHA-IMG-1.
           03  FILLER                      PIC X(16)
               VALUE '    NOME......: '.
           03  WS-LI1-PRIMEIRO-NOME        PIC X(15).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LI1-ULTIMO-NOME          PIC X(15).
           03  FILLER                      PIC X(08) VALUE '   CPF: '.
           03  WS-LI1-CPF                  PIC X(11).
           03  FILLER                      PIC X(13)
               VALUE '   SITUACAO: '.
           03  WS-LI1-SITUACAO             PIC X(01).
           03  FILLER                      PIC X(04) VALUE ' EM '.
           03  WS-LI1-DATA-SITUACAO        PIC X(08).

       01  WS-LINHA-IMG-2.
           03  FILLER                      PIC X(16)
               VALUE '    ENDERECO..: '.
           03  WS-LI2-RUA                  PIC X(20).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LI2-BAIRRO               PIC X(15).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LI2-CIDADE               PIC X(20).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LI2-UF                   PIC X(02).
           03  FILLER                      PIC X(05) VALUE ' CEP '.
           03  WS-LI2-CEP                  PIC X(08).

       01  WS-LINHA-IMG-3.
           03  FILLER                      PIC X(16)
               VALUE '    TELEFONE..: '.
           03  WS-LI3-TELEFONE             PIC X(12).
           03  FILLER                      PIC X(18)
               VALUE '   NACIONALIDADE: '.
           03  WS-LI3-NACIONALIDADE        PIC X(15).
           03  FILLER                      PIC X(14)
               VALUE '   PROFISSAO: '.
           03  WS-LI3-PROFISSAO-COD        PIC X(03).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LI3-PROFISSAO            PIC X(15).

       01  WS-LINHA-IMG-4.
           03  FILLER                      PIC X(17)
               VALUE '    CPF RECEITA: '.
           03  WS-LI4-CPF-SITUACAO         PIC X(01).
           03  FILLER                      PIC X(04) VALUE ' EM '.
           03  WS-LI4-CPF-DATA-CONSULTA    PIC X(08).
           03  FILLER                      PIC X(20)
               VALUE '   END. DEVOLVIDO: '.
           03  WS-LI4-DEVOLUCAO-MOTIVO     PIC X(01).
           03  FILLER                      PIC X(04) VALUE ' EM '.
           03  WS-LI4-DEVOLUCAO-DATA       PIC X(08).

       01  WS-LINHA-EVENTO.
           03  FILLER                      PIC X(04) VALUE SPACES.
           03  WS-LEV-DATA                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEV-HORA                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEV-TIPO-IMAGEM          PIC X(05).
           03  FILLER                      PIC X(10)
               VALUE '  OPER.: '.
           03  WS-LEV-OPERACAO             PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE '  OPERADOR: '.
           03  WS-LEV-OPERADOR             PIC X(08).

       01  WS-LINHA-CONTATO.
           03  FILLER                      PIC X(10)
               VALUE '    TIPO '.
           03  WS-LCT-TIPO                 PIC X(01).
           03  FILLER                      PIC X(05) VALUE ' SEQ '.
           03  WS-LCT-SEQUENCIA            PIC 9(03).
           03  FILLER                      PIC X(07) VALUE ' PREF '.
           03  WS-LCT-PREFERIDO            PIC X(01).
           03  FILLER                      PIC X(11)
               VALUE ' VIGENCIA '.
           03  WS-LCT-DATA-INICIO          PIC 9(08).
           03  FILLER                      PIC X(03) VALUE ' A '.
           03  WS-LCT-DATA-FIM             PIC 9(08).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LCT-DADOS                PIC X(65).

       01  WS-LINHA-FUSAO.
           03  FILLER                      PIC X(12)
               VALUE '    VITIMA: '.
           03  WS-LFU-VITIMA               PIC X(10).
           03  FILLER                      PIC X(16)
               VALUE '  SOBREVIVENTE: '.
           03  WS-LFU-SOBREVIVENTE         PIC X(10).
           03  FILLER                      PIC X(04) VALUE ' EM '.
           03  WS-LFU-DATA                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LFU-HORA                 PIC 9(08).
           03  FILLER                      PIC X(06) VALUE ' POR '.
           03  WS-LFU-OPERADOR             PIC X(08).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LFU-PAPEL                PIC X(18).

       01  WS-LINHA-EXCECAO.
           03  FILLER                      PIC X(04) VALUE SPACES.
           03  WS-LEX-DATA                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEX-PROGRAMA             PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEX-CAMPO                PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEX-MOTIVO               PIC X(48).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEX-SITUACAO             PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LEX-DATA-RESOLUCAO       PIC 9(08).

       01  WS-LINHA-PENDENCIA.
           03  FILLER                      PIC X(04) VALUE SPACES.
           03  WS-LPD-DATA                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LPD-HORA                 PIC 9(08).
           03  FILLER                      PIC X(07) VALUE '  TIPO '.
           03  WS-LPD-TIPO                 PIC X(01).
           03  FILLER                      PIC X(11)
               VALUE '  SITUACAO '.
           03  WS-LPD-SITUACAO             PIC X(01).
           03  FILLER                      PIC X(06) VALUE '  POR '.
           03  WS-LPD-OPERADOR             PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-LPD-PROGRAMA             PIC X(08).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LPD-PAPEL                PIC X(18).

       01  WS-LINHA-NADA.
           03  FILLER                      PIC X(04) VALUE SPACES.
           03  WS-LND-TEXTO                PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LG050-IDENTIFICAR-OPERADOR
           PERFORM LG100-ABRIR-ARQUIVOS
           PERFORM LG150-ACEITAR-PEDIDO
           IF OPCAO-RELATORIO
               PERFORM LG200-LOCALIZAR-TITULAR
                   THRU LG200-LOCALIZAR-TITULAR-FIM
               PERFORM LG300-EMITIR-RELATORIO
           ELSE
               PERFORM LG500-ELIMINAR-TITULAR
                   THRU LG500-ELIMINAR-TITULAR-FIM
           END-IF
           PERFORM LG900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. O RELATORIO E
      * LIBERADO AOS PERFIS DE CONSULTA, MANUTENCAO E SUPERVISOR; A
      * ELIMINACAO SO AO SUPERVISOR (CONFERIDO EM LG150).
      ******************************************************************
       LG050-IDENTIFICAR-OPERADOR.
           MOVE 'CADLGP01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF SG-PERFIL-TABELAS
               DISPLAY 'ATENDIMENTO AO TITULAR RESTRITO AOS PERFIS DE '
                       'CONSULTA, MANUTENCAO E SUPERVISOR. ACESSO '
                       'NEGADO.'
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LG100-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE           FROM DATE YYYYMMDD
           OPEN INPUT CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * ACEITA A OPCAO E A IDENTIFICACAO DO TITULAR. NO RELATORIO, O
      * CPF (ESPACOS = INFORMAR A CHAVE); NA ELIMINACAO, SEMPRE A CHAVE
      * QUE O RELATORIO MOSTROU, PARA NAO ANONIMIZAR POR ENGANO UMA
      * SEGUNDA PESSOA COM O MESMO CPF.
      ******************************************************************
       LG150-ACEITAR-PEDIDO.
           DISPLAY 'OPCAO: R = RELATORIO DO TITULAR, '
                   'E = ELIMINACAO (ANONIMIZACAO): '
           ACCEPT WS-OPCAO
           IF NOT OPCAO-RELATORIO AND NOT OPCAO-ELIMINACAO
               DISPLAY 'OPCAO INVALIDA.'
               MOVE 8                    TO WS-RETORNO
               PERFORM LG900-ENCERRAR-ARQUIVOS
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPCAO-ELIMINACAO AND NOT SG-PERFIL-SUPERVISOR
               DISPLAY 'ELIMINACAO RESTRITA AO PERFIL SUPERVISOR. '
                       'ACESSO NEGADO.'
               MOVE 8                    TO WS-RETORNO
               PERFORM LG900-ENCERRAR-ARQUIVOS
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF

           IF OPCAO-RELATORIO
               DISPLAY 'CPF DO TITULAR, 11 DIGITOS '
                       '(ESPACOS = INFORMAR A CHAVE): '
               ACCEPT WS-CPF-PEDIDO
               IF WS-CPF-PEDIDO NOT = SPACES
                  AND WS-CPF-PEDIDO NOT NUMERIC
                   DISPLAY 'CPF INVALIDO.'
                   MOVE 8                TO WS-RETORNO
                   PERFORM LG900-ENCERRAR-ARQUIVOS
                   MOVE WS-RETORNO       TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CPF-PEDIDO = SPACES
               DISPLAY 'CHAVE DO TITULAR: '
               ACCEPT WS-CHAVE-PEDIDA
               IF WS-CHAVE-PEDIDA = SPACES
                   DISPLAY 'CHAVE NAO INFORMADA.'
                   MOVE 8                TO WS-RETORNO
                   PERFORM LG900-ENCERRAR-ARQUIVOS
                   MOVE WS-RETORNO       TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * MONTA A LISTA DE CHAVES DO TITULAR. PELA CHAVE, E A PROPRIA.
      * PELO CPF, A CHAVE DO CADASTRO (CHAVE ALTERNATIVA CR-CPF) MAIS
      * AS DO ARQUIVO MORTO COM O MESMO CPF (VARREDURA, POIS O CADARQ
      * SO TEM A CHAVE PRIMARIA).
      ******************************************************************
       LG200-LOCALIZAR-TITULAR.
           MOVE ZEROS                    TO WS-CHV-QTD
           IF WS-CPF-PEDIDO = SPACES
               MOVE 1                    TO WS-CHV-QTD
               MOVE WS-CHAVE-PEDIDA      TO WS-CHV-VALOR (1)
               GO TO LG200-LOCALIZAR-TITULAR-FIM
           END-IF

           MOVE WS-CPF-PEDIDO            TO CR-CPF
           READ CADASTRO-PESSOAS KEY IS CR-CPF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STATUS-CADASTRO = '00'
               MOVE CR-CHAVE             TO WS-CHAVE-ATUAL
               PERFORM LG210-GUARDAR-CHAVE
           ELSE
               IF WS-STATUS-CADASTRO NOT = '23'
                   DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                           WS-STATUS-CADASTRO
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF

           PERFORM LG700-ABRIR-MORTO-LEITURA
           IF MORTO-ABERTO
               MOVE LOW-VALUES           TO AR-CHAVE
               START ARQ-MORTO
                   KEY IS NOT LESS THAN AR-CHAVE
                   INVALID KEY
                       SET FIM-LEITURA   TO TRUE
               END-START
               PERFORM LG220-LER-MORTO
               PERFORM LG230-CONFERIR-CPF-MORTO
                   UNTIL FIM-LEITURA
               CLOSE ARQ-MORTO
               MOVE 'N'                  TO WS-MORTO-ABERTO
           END-IF
           .
       LG200-LOCALIZAR-TITULAR-FIM.
           EXIT.

       LG210-GUARDAR-CHAVE.
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM LG211-PROCURAR-CHAVE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-CHV-QTD
                  OR ENTRADA-ACHADA
           IF NOT ENTRADA-ACHADA
               IF WS-CHV-QTD = 20
                   DISPLAY 'MAIS DE 20 CHAVES PARA O MESMO CPF.'
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-CHV-QTD
               MOVE WS-CHAVE-ATUAL       TO WS-CHV-VALOR (WS-CHV-QTD)
           END-IF
           .

       LG211-PROCURAR-CHAVE.
           IF WS-CHV-VALOR (WS-I) = WS-CHAVE-ATUAL
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

       LG220-LER-MORTO.
           IF NOT FIM-LEITURA
               READ ARQ-MORTO NEXT RECORD
                   AT END
                       SET FIM-LEITURA   TO TRUE
               END-READ
               IF NOT FIM-LEITURA AND WS-STATUS-MORTO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DO ARQUIVO MORTO. STATUS: '
                           WS-STATUS-MORTO
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

       LG230-CONFERIR-CPF-MORTO.
           MOVE AR-REGISTRO-ARQUIVO      TO WS-IMAGEM-PESSOA
           IF WS-IMG-CPF = WS-CPF-PEDIDO
               MOVE AR-CHAVE             TO WS-CHAVE-ATUAL
               PERFORM LG210-GUARDAR-CHAVE
           END-IF
           PERFORM LG220-LER-MORTO
           .

      ******************************************************************
      * RELATORIO DO TITULAR: CABECALHO DO PEDIDO E, PARA CADA CHAVE,
      * AS OITO SECOES NA ORDEM DOS ARQUIVOS
      ******************************************************************
       LG300-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO-TITULAR
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-TITULAR. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           SET RELATORIO-ABERTO          TO TRUE

           MOVE WS-DATA-HOJE             TO WS-CAB-DATA
           MOVE SG-OPERADOR              TO WS-CAB-OPERADOR
           MOVE WS-CABECALHO-1           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           MOVE SPACES                   TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           IF WS-CPF-PEDIDO NOT = SPACES
               MOVE WS-CPF-PEDIDO        TO WS-CPED-CPF
               MOVE WS-CHV-QTD           TO WS-CPED-QTDE
               MOVE WS-CABECALHO-PEDIDO  TO RL-LINHA-RELATORIO
               PERFORM LG790-GRAVAR-LINHA
               IF WS-CHV-QTD = ZEROS
                   MOVE 'CPF NAO ENCONTRADO (CADASTRO E ARQUIVO MORTO).'
                                         TO WS-LND-TEXTO
                   PERFORM LG620-IMPRIMIR-NADA
               END-IF
           END-IF

           PERFORM LG310-RELATAR-CHAVE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-CHV-QTD
           DISPLAY 'RELATORIO DO TITULAR GRAVADO EM RELLGP ('
                   WS-CHV-QTD ' CHAVE(S)).'
           .

       LG310-RELATAR-CHAVE.
           MOVE WS-CHV-VALOR (WS-I)      TO WS-CHAVE-ATUAL
           MOVE SPACES                   TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           MOVE WS-CHAVE-ATUAL           TO WS-LCH-CHAVE
           MOVE WS-LINHA-CHAVE           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           PERFORM LG320-SECAO-CADASTRO
           PERFORM LG330-SECAO-ARQUIVO-MORTO
           PERFORM LG340-SECAO-CONTATOS
               THRU LG340-SECAO-CONTATOS-FIM
           PERFORM LG350-SECAO-HISTORIA
               THRU LG350-SECAO-HISTORIA-FIM
           PERFORM LG360-SECAO-AUDITORIA
               THRU LG360-SECAO-AUDITORIA-FIM
           PERFORM LG370-SECAO-FUSOES
               THRU LG370-SECAO-FUSOES-FIM
           PERFORM LG380-SECAO-EXCECOES
               THRU LG380-SECAO-EXCECOES-FIM
           PERFORM LG390-SECAO-PENDENCIAS
               THRU LG390-SECAO-PENDENCIAS-FIM
           .

       LG320-SECAO-CADASTRO.
           MOVE 'CADASTRO ATUAL (CADPES)'
                                         TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE WS-CHAVE-ATUAL           TO CR-CHAVE
           READ CADASTRO-PESSOAS
               INVALID KEY
                   MOVE 'NAO CONSTA NO CADASTRO.'
                                         TO WS-LND-TEXTO
                   PERFORM LG620-IMPRIMIR-NADA
           END-READ
           IF WS-STATUS-CADASTRO = '00'
               MOVE CR-REGISTRO-PESSOA   TO WS-IMAGEM-PESSOA
               PERFORM LG600-IMPRIMIR-IMAGEM
           ELSE
               IF WS-STATUS-CADASTRO NOT = '23'
                   DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                           WS-STATUS-CADASTRO
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

       LG330-SECAO-ARQUIVO-MORTO.
           MOVE 'ARQUIVO MORTO (CADARQ)' TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           PERFORM LG700-ABRIR-MORTO-LEITURA
           IF NOT MORTO-ABERTO
               MOVE 'ARQUIVO MORTO INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           ELSE
               MOVE WS-CHAVE-ATUAL       TO AR-CHAVE
               READ ARQ-MORTO
                   INVALID KEY
                       MOVE 'NAO CONSTA NO ARQUIVO MORTO.'
                                         TO WS-LND-TEXTO
                       PERFORM LG620-IMPRIMIR-NADA
               END-READ
               IF WS-STATUS-MORTO = '00'
                   MOVE AR-REGISTRO-ARQUIVO
                                         TO WS-IMAGEM-PESSOA
                   PERFORM LG600-IMPRIMIR-IMAGEM
               ELSE
                   IF WS-STATUS-MORTO NOT = '23'
                       DISPLAY 'ERRO NA LEITURA DO ARQUIVO MORTO. '
                               'STATUS: ' WS-STATUS-MORTO
                       PERFORM LG950-ENCERRAR-COM-ERRO
                   END-IF
               END-IF
               CLOSE ARQ-MORTO
               MOVE 'N'                  TO WS-MORTO-ABERTO
           END-IF
           .

      ******************************************************************
      * CONTATOS DO CADCTT, VIGENTES OU ENCERRADOS
      ******************************************************************
       LG340-SECAO-CONTATOS.
           MOVE 'CONTATOS (CADCTT)'      TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-CONTATOS
           IF WS-STATUS-CONTATOS = '35'
               MOVE 'ARQUIVO DE CONTATOS INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG340-SECAO-CONTATOS-FIM
           END-IF
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LG720-POSICIONAR-CONTATOS
           PERFORM LG341-IMPRIMIR-CONTATO
               UNTIL FIM-LEITURA
           CLOSE ARQ-CONTATOS
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUM CONTATO.'    TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG340-SECAO-CONTATOS-FIM.
           EXIT.

       LG341-IMPRIMIR-CONTATO.
           ADD 1                         TO WS-QTDE-SECAO
           MOVE CN-TIPO                  TO WS-LCT-TIPO
           MOVE CN-SEQUENCIA             TO WS-LCT-SEQUENCIA
           MOVE CN-PREFERIDO             TO WS-LCT-PREFERIDO
           MOVE CN-DATA-INICIO           TO WS-LCT-DATA-INICIO
           MOVE CN-DATA-FIM              TO WS-LCT-DATA-FIM
           MOVE CN-DADOS                 TO WS-LCT-DADOS
           MOVE WS-LINHA-CONTATO         TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           PERFORM LG721-LER-PROXIMO-CONTATO
           .

      ******************************************************************
      * IMAGENS DA HISTORIA INDEXADA (MESES FECHADOS), COM START DIRETO
      * NA CHAVE, COMO NO AUDREL01
      ******************************************************************
       LG350-SECAO-HISTORIA.
           MOVE 'HISTORIA DA AUDITORIA (CADHIS)'
                                         TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-HISTORIA
           IF WS-STATUS-HISTORIA = '35'
               MOVE 'ARQUIVO DE HISTORIA INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG350-SECAO-HISTORIA-FIM
           END-IF
           IF WS-STATUS-HISTORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-HISTORIA. STATUS: '
                       WS-STATUS-HISTORIA
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LG730-POSICIONAR-HISTORIA
           PERFORM LG351-IMPRIMIR-EVENTO-HISTORIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-HISTORIA
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUMA IMAGEM NA HISTORIA.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG350-SECAO-HISTORIA-FIM.
           EXIT.

       LG351-IMPRIMIR-EVENTO-HISTORIA.
           ADD 1                         TO WS-QTDE-SECAO
           MOVE HS-DATA-EVENTO           TO WS-LEV-DATA
           MOVE HS-HORA-EVENTO           TO WS-LEV-HORA
           MOVE HS-TIPO-IMAGEM           TO WS-LEV-TIPO-IMAGEM
           MOVE HS-OPERACAO              TO WS-LEV-OPERACAO
           MOVE HS-OPERADOR              TO WS-LEV-OPERADOR
           MOVE HS-IMAGEM-REGISTRO       TO WS-IMAGEM-PESSOA
           PERFORM LG630-IMPRIMIR-EVENTO
           PERFORM LG731-LER-PROXIMA-HISTORIA
           .

      ******************************************************************
      * IMAGENS DA AUDITORIA CORRENTE (MES ABERTO), VARRIDA INTEIRA
      ******************************************************************
       LG360-SECAO-AUDITORIA.
           MOVE 'AUDITORIA DO MES CORRENTE (CADAUD)'
                                         TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               MOVE 'ARQUIVO DE AUDITORIA INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG360-SECAO-AUDITORIA-FIM
           END-IF
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG740-LER-AUDITORIA
           PERFORM LG361-IMPRIMIR-EVENTO-AUDITORIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-AUDITORIA
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUMA IMAGEM NA AUDITORIA CORRENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG360-SECAO-AUDITORIA-FIM.
           EXIT.

       LG361-IMPRIMIR-EVENTO-AUDITORIA.
           IF AU-CHAVE = WS-CHAVE-ATUAL
               ADD 1                     TO WS-QTDE-SECAO
               MOVE AU-DATA-EVENTO       TO WS-LEV-DATA
               MOVE AU-HORA-EVENTO       TO WS-LEV-HORA
               MOVE AU-TIPO-IMAGEM       TO WS-LEV-TIPO-IMAGEM
               MOVE AU-OPERACAO          TO WS-LEV-OPERACAO
               MOVE AU-OPERADOR          TO WS-LEV-OPERADOR
               MOVE AU-IMAGEM-REGISTRO   TO WS-IMAGEM-PESSOA
               PERFORM LG630-IMPRIMIR-EVENTO
           END-IF
           PERFORM LG740-LER-AUDITORIA
           .

      ******************************************************************
      * FUSOES EM QUE A PESSOA FOI VITIMA OU SOBREVIVENTE. O CADFUS E
      * CHAVEADO PELA VITIMA; O SOBREVIVENTE EXIGE A VARREDURA.
      ******************************************************************
       LG370-SECAO-FUSOES.
           MOVE 'FUSOES DE DUPLICADOS (CADFUS)'
                                         TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-FUSOES
           IF WS-STATUS-FUSOES = '35'
               MOVE 'ARQUIVO DE FUSOES INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG370-SECAO-FUSOES-FIM
           END-IF
           IF WS-STATUS-FUSOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-FUSOES. STATUS: '
                       WS-STATUS-FUSOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG750-LER-FUSAO
           PERFORM LG371-IMPRIMIR-FUSAO
               UNTIL FIM-LEITURA
           CLOSE ARQ-FUSOES
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUMA FUSAO.'     TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG370-SECAO-FUSOES-FIM.
           EXIT.

       LG371-IMPRIMIR-FUSAO.
           IF FU-CHAVE-VITIMA = WS-CHAVE-ATUAL
              OR FU-CHAVE-SOBREVIVENTE = WS-CHAVE-ATUAL
               ADD 1                     TO WS-QTDE-SECAO
               MOVE FU-CHAVE-VITIMA      TO WS-LFU-VITIMA
               MOVE FU-CHAVE-SOBREVIVENTE
                                         TO WS-LFU-SOBREVIVENTE
               MOVE FU-DATA-FUSAO        TO WS-LFU-DATA
               MOVE FU-HORA-FUSAO        TO WS-LFU-HORA
               MOVE FU-OPERADOR          TO WS-LFU-OPERADOR
               IF FU-CHAVE-VITIMA = WS-CHAVE-ATUAL
                   MOVE '(TITULAR VITIMA)'
                                         TO WS-LFU-PAPEL
               ELSE
                   MOVE '(TITULAR SOBREV.)'
                                         TO WS-LFU-PAPEL
               END-IF
               MOVE WS-LINHA-FUSAO       TO RL-LINHA-RELATORIO
               PERFORM LG790-GRAVAR-LINHA
           END-IF
           PERFORM LG750-LER-FUSAO
           .

       LG380-SECAO-EXCECOES.
           MOVE 'EXCECOES (CADEXC)'      TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES = '35'
               MOVE 'ARQUIVO DE EXCECOES INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG380-SECAO-EXCECOES-FIM
           END-IF
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG760-LER-EXCECAO
           PERFORM LG381-IMPRIMIR-EXCECAO
               UNTIL FIM-LEITURA
           CLOSE ARQ-EXCECOES
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUMA EXCECAO.'   TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG380-SECAO-EXCECOES-FIM.
           EXIT.

       LG381-IMPRIMIR-EXCECAO.
           IF EX-CHAVE = WS-CHAVE-ATUAL
               ADD 1                     TO WS-QTDE-SECAO
               MOVE EX-DATA-EVENTO       TO WS-LEX-DATA
               MOVE EX-PROGRAMA          TO WS-LEX-PROGRAMA
               MOVE EX-CAMPO             TO WS-LEX-CAMPO
               MOVE EX-MOTIVO            TO WS-LEX-MOTIVO
               MOVE EX-SITUACAO          TO WS-LEX-SITUACAO
               MOVE EX-DATA-RESOLUCAO    TO WS-LEX-DATA-RESOLUCAO
               MOVE WS-LINHA-EXCECAO     TO RL-LINHA-RELATORIO
               PERFORM LG790-GRAVAR-LINHA
           END-IF
           PERFORM LG760-LER-EXCECAO
           .

      ******************************************************************
      * PEDIDOS DE APROVACAO (CADPND) EM QUE A PESSOA E O TITULAR
      * (PD-CHAVE) OU A VITIMA DE UMA FUSAO (PD-CHAVE-VITIMA), COM AS
      * IMAGENS GUARDADAS NO PEDIDO. A VITIMA NAO TEM CHAVE DE ACESSO:
      * O ARQUIVO E VARRIDO INTEIRO, COMO O CADFUS.
      ******************************************************************
       LG390-SECAO-PENDENCIAS.
           MOVE 'PEDIDOS DE APROVACAO (CADPND)'
                                         TO WS-LSC-TITULO
           PERFORM LG610-IMPRIMIR-TITULO-SECAO
           MOVE ZEROS                    TO WS-QTDE-SECAO
           OPEN INPUT ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS = '35'
               MOVE 'ARQUIVO DE PEDIDOS INEXISTENTE.'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
               GO TO LG390-SECAO-PENDENCIAS-FIM
           END-IF
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG770-LER-PENDENCIA
           PERFORM LG391-IMPRIMIR-PENDENCIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-PENDENCIAS
           IF WS-QTDE-SECAO = ZEROS
               MOVE 'NENHUM PEDIDO.'     TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           END-IF
           .
       LG390-SECAO-PENDENCIAS-FIM.
           EXIT.

       LG391-IMPRIMIR-PENDENCIA.
           IF PD-CHAVE = WS-CHAVE-ATUAL
              OR PD-CHAVE-VITIMA = WS-CHAVE-ATUAL
               ADD 1                     TO WS-QTDE-SECAO
               MOVE PD-DATA-PEDIDO       TO WS-LPD-DATA
               MOVE PD-HORA-PEDIDO       TO WS-LPD-HORA
               MOVE PD-TIPO              TO WS-LPD-TIPO
               MOVE PD-SITUACAO          TO WS-LPD-SITUACAO
               MOVE PD-OPERADOR-PEDIDO   TO WS-LPD-OPERADOR
               MOVE PD-PROGRAMA-PEDIDO   TO WS-LPD-PROGRAMA
               IF PD-CHAVE = WS-CHAVE-ATUAL
                   MOVE '(TITULAR)'      TO WS-LPD-PAPEL
               ELSE
                   MOVE '(TITULAR VITIMA)'
                                         TO WS-LPD-PAPEL
               END-IF
               MOVE WS-LINHA-PENDENCIA   TO RL-LINHA-RELATORIO
               PERFORM LG790-GRAVAR-LINHA
               MOVE '  IMAGEM ATUAL NO PEDIDO:'
                                         TO WS-LND-TEXTO
               MOVE PD-IMAGEM-ANTES      TO WS-IMAGEM-PESSOA
               PERFORM LG392-IMPRIMIR-IMAGEM-PEDIDO
               MOVE '  IMAGEM PROPOSTA:' TO WS-LND-TEXTO
               MOVE PD-IMAGEM-DEPOIS     TO WS-IMAGEM-PESSOA
               PERFORM LG392-IMPRIMIR-IMAGEM-PEDIDO
               MOVE '  IMAGEM DA VITIMA:'
                                         TO WS-LND-TEXTO
               MOVE PD-IMAGEM-VITIMA     TO WS-IMAGEM-PESSOA
               PERFORM LG392-IMPRIMIR-IMAGEM-PEDIDO
           END-IF
           PERFORM LG770-LER-PENDENCIA
           .

      ******* SO AS IMAGENS PREENCHIDAS (A DA VITIMA SO EXISTE NA FUSAO)
       LG392-IMPRIMIR-IMAGEM-PEDIDO.
           IF WS-IMAGEM-PESSOA NOT = SPACES
               PERFORM LG620-IMPRIMIR-NADA
               PERFORM LG600-IMPRIMIR-IMAGEM
           END-IF
           .

      ******************************************************************
      * ELIMINACAO (ANONIMIZACAO) DE UMA PESSOA JA EXPURGADA. A PESSOA
      * NAO PODE ESTAR NO CADASTRO E TEM DE ESTAR NO ARQUIVO MORTO,
      * AINDA NAO ANONIMIZADA. O SUPERVISOR CONFIRMA ANTES DE GRAVAR.
      ******************************************************************
       LG500-ELIMINAR-TITULAR.
           MOVE WS-CHAVE-PEDIDA          TO WS-CHAVE-ATUAL
           MOVE WS-CHAVE-ATUAL           TO CR-CHAVE
           READ CADASTRO-PESSOAS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STATUS-CADASTRO = '00'
               DISPLAY 'PESSOA AINDA NO CADASTRO. SO PESSOAS JA '
                       'EXPURGADAS (CADPUR01) PODEM SER ELIMINADAS.'
               MOVE 8                    TO WS-RETORNO
               GO TO LG500-ELIMINAR-TITULAR-FIM
           END-IF
           IF WS-STATUS-CADASTRO NOT = '23'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF

           OPEN I-O ARQ-MORTO
           IF WS-STATUS-MORTO = '35'
               DISPLAY 'ARQUIVO MORTO INEXISTENTE. NADA A ELIMINAR.'
               MOVE 8                    TO WS-RETORNO
               GO TO LG500-ELIMINAR-TITULAR-FIM
           END-IF
           IF WS-STATUS-MORTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-MORTO. STATUS: '
                       WS-STATUS-MORTO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           SET MORTO-ABERTO              TO TRUE
           MOVE WS-CHAVE-ATUAL           TO AR-CHAVE
           READ ARQ-MORTO
               INVALID KEY
                   DISPLAY 'PESSOA NAO ENCONTRADA NO ARQUIVO MORTO.'
                   MOVE 8                TO WS-RETORNO
                   GO TO LG500-ELIMINAR-TITULAR-FIM
           END-READ
           IF WS-STATUS-MORTO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DO ARQUIVO MORTO. STATUS: '
                       WS-STATUS-MORTO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE AR-REGISTRO-ARQUIVO      TO WS-IMAGEM-PESSOA
           IF WS-IMG-PRIMEIRO-NOME = WS-NOME-ANONIMO
               DISPLAY 'PESSOA JA ANONIMIZADA.'
               MOVE 8                    TO WS-RETORNO
               GO TO LG500-ELIMINAR-TITULAR-FIM
           END-IF

           DISPLAY 'PESSOA ' WS-CHAVE-ATUAL ': '
                   WS-IMG-PRIMEIRO-NOME ' ' WS-IMG-ULTIMO-NOME
                   ' CPF ' WS-IMG-CPF
           DISPLAY 'NOME, ENDERECO, TELEFONE E CPF SERAO APAGADOS DE '
                   'FORMA IRREVERSIVEL. CONFIRMA (S/N)? '
           ACCEPT WS-CONFIRMACAO
           IF NOT CONFIRMADO
               DISPLAY 'ELIMINACAO CANCELADA.'
               GO TO LG500-ELIMINAR-TITULAR-FIM
           END-IF

           PERFORM LG590-ANONIMIZAR-IMAGEM
           MOVE WS-IMAGEM-PESSOA         TO AR-REGISTRO-ARQUIVO
           REWRITE AR-REGISTRO-ARQUIVO
           IF WS-STATUS-MORTO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O ARQUIVO MORTO. STATUS: '
                       WS-STATUS-MORTO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 1                        TO WS-QTDE-MORTO
           CLOSE ARQ-MORTO
           MOVE 'N'                      TO WS-MORTO-ABERTO

           PERFORM LG510-ANONIMIZAR-HISTORIA
               THRU LG510-ANONIMIZAR-HISTORIA-FIM
           PERFORM LG520-ANONIMIZAR-AUDITORIA
               THRU LG520-ANONIMIZAR-AUDITORIA-FIM
           PERFORM LG530-ANONIMIZAR-CONTATOS
               THRU LG530-ANONIMIZAR-CONTATOS-FIM
           PERFORM LG540-ANONIMIZAR-EXCECOES
               THRU LG540-ANONIMIZAR-EXCECOES-FIM
           PERFORM LG550-ANONIMIZAR-PENDENCIAS
               THRU LG550-ANONIMIZAR-PENDENCIAS-FIM
           PERFORM LG580-GRAVAR-LOG-ELIMINACAO

           DISPLAY 'PESSOA ' WS-CHAVE-ATUAL ' ANONIMIZADA.'
           DISPLAY 'ARQUIVO MORTO (CADARQ)     : ' WS-QTDE-MORTO
           DISPLAY 'IMAGENS NA HISTORIA (CADHIS): ' WS-QTDE-HISTORIA
           DISPLAY 'IMAGENS NA AUDITORIA (CADAUD): ' WS-QTDE-AUDITORIA
           DISPLAY 'CONTATOS (CADCTT)          : ' WS-QTDE-CONTATOS
           DISPLAY 'EXCECOES (CADEXC)          : ' WS-QTDE-EXCECOES
           DISPLAY 'PEDIDOS (CADPND)           : ' WS-QTDE-PENDENCIAS
           .
       LG500-ELIMINAR-TITULAR-FIM.
           EXIT.

       LG510-ANONIMIZAR-HISTORIA.
           OPEN I-O ARQ-HISTORIA
           IF WS-STATUS-HISTORIA = '35'
               GO TO LG510-ANONIMIZAR-HISTORIA-FIM
           END-IF
           IF WS-STATUS-HISTORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-HISTORIA. STATUS: '
                       WS-STATUS-HISTORIA
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LG730-POSICIONAR-HISTORIA
           PERFORM LG511-ANONIMIZAR-EVENTO-HISTORIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-HISTORIA
           .
       LG510-ANONIMIZAR-HISTORIA-FIM.
           EXIT.

      ******* A IMAGEM ANTES DE UMA INCLUSAO E EM BRANCO: NAO HA O QUE
      ******* ANONIMIZAR NELA
       LG511-ANONIMIZAR-EVENTO-HISTORIA.
           IF HS-IMAGEM-REGISTRO NOT = SPACES
               MOVE HS-IMAGEM-REGISTRO   TO WS-IMAGEM-PESSOA
               PERFORM LG590-ANONIMIZAR-IMAGEM
               MOVE WS-IMAGEM-PESSOA     TO HS-IMAGEM-REGISTRO
               REWRITE HS-REGISTRO-HISTORIA
               IF WS-STATUS-HISTORIA NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR ARQ-HISTORIA. STATUS: '
                           WS-STATUS-HISTORIA
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-QTDE-HISTORIA
           END-IF
           PERFORM LG731-LER-PROXIMA-HISTORIA
           .

      ******************************************************************
      * O CADAUD DO MES ABERTO VAI PARA O CADHIS NO PROXIMO ROLLOVER
      * (AUDROL01); SEM ANONIMIZA-LO AQUI, OS DADOS VOLTARIAM PARA A
      * HISTORIA. O ARQUIVO E SEQUENCIAL: REGRAVACAO NO LUGAR.
      ******************************************************************
       LG520-ANONIMIZAR-AUDITORIA.
           OPEN I-O ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               GO TO LG520-ANONIMIZAR-AUDITORIA-FIM
           END-IF
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG740-LER-AUDITORIA
           PERFORM LG521-ANONIMIZAR-EVENTO-AUDITORIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-AUDITORIA
           .
       LG520-ANONIMIZAR-AUDITORIA-FIM.
           EXIT.

       LG521-ANONIMIZAR-EVENTO-AUDITORIA.
           IF AU-CHAVE = WS-CHAVE-ATUAL
              AND AU-IMAGEM-REGISTRO NOT = SPACES
               MOVE AU-IMAGEM-REGISTRO   TO WS-IMAGEM-PESSOA
               PERFORM LG590-ANONIMIZAR-IMAGEM
               MOVE WS-IMAGEM-PESSOA     TO AU-IMAGEM-REGISTRO
               REWRITE AU-REGISTRO-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR ARQ-AUDITORIA. STATUS: '
                           WS-STATUS-AUDITORIA
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-QTDE-AUDITORIA
           END-IF
           PERFORM LG740-LER-AUDITORIA
           .

      ******* CONTATOS: TELEFONE OU ENDERECO EM BRANCO; TIPO, SEQUENCIA
      ******* E VIGENCIA FICAM
       LG530-ANONIMIZAR-CONTATOS.
           OPEN I-O ARQ-CONTATOS
           IF WS-STATUS-CONTATOS = '35'
               GO TO LG530-ANONIMIZAR-CONTATOS-FIM
           END-IF
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LG720-POSICIONAR-CONTATOS
           PERFORM LG531-ANONIMIZAR-CONTATO
               UNTIL FIM-LEITURA
           CLOSE ARQ-CONTATOS
           .
       LG530-ANONIMIZAR-CONTATOS-FIM.
           EXIT.

       LG531-ANONIMIZAR-CONTATO.
           MOVE SPACES                   TO CN-DADOS
           MOVE 'CADLGP01'               TO CN-OPERADOR
           MOVE WS-DATA-HOJE             TO CN-DATA-ALTERACAO
           REWRITE CN-REGISTRO-CONTATO
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-CONTATOS
           PERFORM LG721-LER-PROXIMO-CONTATO
           .

      ******* EXCECOES: SO O NOME E DADO PESSOAL; O MOTIVO E A TRILHA
      ******* DE RESOLUCAO FICAM
       LG540-ANONIMIZAR-EXCECOES.
           OPEN I-O ARQ-EXCECOES
           IF WS-STATUS-EXCECOES = '35'
               GO TO LG540-ANONIMIZAR-EXCECOES-FIM
           END-IF
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG760-LER-EXCECAO
           PERFORM LG541-ANONIMIZAR-EXCECAO
               UNTIL FIM-LEITURA
           CLOSE ARQ-EXCECOES
           .
       LG540-ANONIMIZAR-EXCECOES-FIM.
           EXIT.

       LG541-ANONIMIZAR-EXCECAO.
           IF EX-CHAVE = WS-CHAVE-ATUAL
               MOVE WS-NOME-ANONIMO      TO EX-NOME-COMPLETO
               REWRITE EX-REGISTRO-EXCECAO
               IF WS-STATUS-EXCECOES NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR ARQ-EXCECOES. STATUS: '
                           WS-STATUS-EXCECOES
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-QTDE-EXCECOES
           END-IF
           PERFORM LG760-LER-EXCECAO
           .

      ******************************************************************
      * PEDIDOS DE APROVACAO (CADPND) DA PESSOA, COMO TITULAR OU COMO
      * VITIMA DE FUSAO: TODAS AS IMAGENS PREENCHIDAS DO PEDIDO SAO
      * ANONIMIZADAS. UM PEDIDO AINDA PENDENTE E REJEITADO, PARA QUE
      * UMA IMAGEM ANONIMIZADA NUNCA CHEGUE A SER APROVADA.
      ******************************************************************
       LG550-ANONIMIZAR-PENDENCIAS.
           OPEN I-O ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS = '35'
               GO TO LG550-ANONIMIZAR-PENDENCIAS-FIM
           END-IF
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'N'                      TO WS-FIM-LEITURA
           PERFORM LG770-LER-PENDENCIA
           PERFORM LG551-ANONIMIZAR-PENDENCIA
               UNTIL FIM-LEITURA
           CLOSE ARQ-PENDENCIAS
           .
       LG550-ANONIMIZAR-PENDENCIAS-FIM.
           EXIT.

       LG551-ANONIMIZAR-PENDENCIA.
           IF PD-CHAVE = WS-CHAVE-ATUAL
              OR PD-CHAVE-VITIMA = WS-CHAVE-ATUAL
               IF PD-IMAGEM-ANTES NOT = SPACES
                   MOVE PD-IMAGEM-ANTES  TO WS-IMAGEM-PESSOA
                   PERFORM LG590-ANONIMIZAR-IMAGEM
                   MOVE WS-IMAGEM-PESSOA TO PD-IMAGEM-ANTES
               END-IF
               IF PD-IMAGEM-DEPOIS NOT = SPACES
                   MOVE PD-IMAGEM-DEPOIS TO WS-IMAGEM-PESSOA
                   PERFORM LG590-ANONIMIZAR-IMAGEM
                   MOVE WS-IMAGEM-PESSOA TO PD-IMAGEM-DEPOIS
               END-IF
               IF PD-IMAGEM-VITIMA NOT = SPACES
                   MOVE PD-IMAGEM-VITIMA TO WS-IMAGEM-PESSOA
                   PERFORM LG590-ANONIMIZAR-IMAGEM
                   MOVE WS-IMAGEM-PESSOA TO PD-IMAGEM-VITIMA
               END-IF
               IF PD-PENDENTE
                   SET PD-REJEITADA      TO TRUE
                   MOVE SG-OPERADOR      TO PD-OPERADOR-DECISAO
                   MOVE WS-DATA-HOJE     TO PD-DATA-DECISAO
                   ACCEPT PD-HORA-DECISAO FROM TIME
                   MOVE 'TITULAR ELIMINADO (LGPD)'
                                         TO PD-MOTIVO-REJEICAO
               END-IF
               REWRITE PD-REGISTRO-PENDENCIA
               IF WS-STATUS-PENDENCIAS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR ARQ-PENDENCIAS. STATUS: '
                           WS-STATUS-PENDENCIAS
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-QTDE-PENDENCIAS
           END-IF
           PERFORM LG770-LER-PENDENCIA
           .

      ******************************************************************
      * REGISTRO DA ELIMINACAO NO LOG CADELM (SO A CHAVE, O CARIMBO E
      * AS QUANTIDADES - NENHUM DADO PESSOAL)
      ******************************************************************
       LG580-GRAVAR-LOG-ELIMINACAO.
           OPEN EXTEND ARQ-ELIMINACOES
           IF WS-STATUS-ELIMINACOES = '35'
               OPEN OUTPUT ARQ-ELIMINACOES
               CLOSE ARQ-ELIMINACOES
               OPEN EXTEND ARQ-ELIMINACOES
           END-IF
           IF WS-STATUS-ELIMINACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-ELIMINACOES. STATUS: '
                       WS-STATUS-ELIMINACOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           MOVE WS-CHAVE-ATUAL           TO EL-CHAVE
           ACCEPT EL-DATA-ELIMINACAO     FROM DATE YYYYMMDD
           ACCEPT EL-HORA-ELIMINACAO     FROM TIME
           MOVE SG-OPERADOR              TO EL-OPERADOR
           MOVE WS-QTDE-MORTO            TO EL-QTDE-ARQUIVO-MORTO
           MOVE WS-QTDE-HISTORIA         TO EL-QTDE-HISTORIA
           MOVE WS-QTDE-AUDITORIA        TO EL-QTDE-AUDITORIA
           MOVE WS-QTDE-CONTATOS         TO EL-QTDE-CONTATOS
           MOVE WS-QTDE-EXCECOES         TO EL-QTDE-EXCECOES
           MOVE WS-QTDE-PENDENCIAS       TO EL-QTDE-PENDENCIAS
           WRITE EL-REGISTRO-ELIMINACAO
           IF WS-STATUS-ELIMINACOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-ELIMINACOES. STATUS: '
                       WS-STATUS-ELIMINACOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           CLOSE ARQ-ELIMINACOES
           .

      ******************************************************************
      * SOBREGRAVA NOME, ENDERECO, TELEFONE E CPF DA IMAGEM EM
      * WS-IMAGEM-PESSOA. FICAM A CHAVE, AS DATAS E OS DEMAIS CAMPOS.
      ******************************************************************
       LG590-ANONIMIZAR-IMAGEM.
           MOVE WS-NOME-ANONIMO          TO WS-IMG-PRIMEIRO-NOME
           MOVE SPACES                   TO WS-IMG-ULTIMO-NOME
           MOVE SPACES                   TO WS-IMG-TELEFONE
           MOVE SPACES                   TO WS-IMG-RUA
           MOVE SPACES                   TO WS-IMG-BAIRRO
           MOVE SPACES                   TO WS-IMG-CIDADE
           MOVE SPACES                   TO WS-IMG-UF
           MOVE SPACES                   TO WS-IMG-CEP
           MOVE ALL '0'                  TO WS-IMG-CPF
           .

      ******************************************************************
      * IMPRESSAO DE UMA IMAGEM CADREG01 (WS-IMAGEM-PESSOA)
      ******************************************************************
       LG600-IMPRIMIR-IMAGEM.
           MOVE WS-IMG-PRIMEIRO-NOME     TO WS-LI1-PRIMEIRO-NOME
           MOVE WS-IMG-ULTIMO-NOME       TO WS-LI1-ULTIMO-NOME
           MOVE WS-IMG-CPF               TO WS-LI1-CPF
           MOVE WS-IMG-SITUACAO          TO WS-LI1-SITUACAO
           MOVE WS-IMG-DATA-SITUACAO     TO WS-LI1-DATA-SITUACAO
           MOVE WS-LINHA-IMG-1           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           MOVE WS-IMG-RUA               TO WS-LI2-RUA
           MOVE WS-IMG-BAIRRO            TO WS-LI2-BAIRRO
           MOVE WS-IMG-CIDADE            TO WS-LI2-CIDADE
           MOVE WS-IMG-UF                TO WS-LI2-UF
           MOVE WS-IMG-CEP               TO WS-LI2-CEP
           MOVE WS-LINHA-IMG-2           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           MOVE WS-IMG-TELEFONE          TO WS-LI3-TELEFONE
           MOVE WS-IMG-NACIONALIDADE     TO WS-LI3-NACIONALIDADE
           MOVE WS-IMG-PROFISSAO-COD     TO WS-LI3-PROFISSAO-COD
           MOVE WS-IMG-PROFISSAO         TO WS-LI3-PROFISSAO
           MOVE WS-LINHA-IMG-3           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           MOVE WS-IMG-CPF-SITUACAO      TO WS-LI4-CPF-SITUACAO
           MOVE WS-IMG-CPF-DATA-CONSULTA TO WS-LI4-CPF-DATA-CONSULTA
           MOVE WS-IMG-DEVOLUCAO-MOTIVO  TO WS-LI4-DEVOLUCAO-MOTIVO
           MOVE WS-IMG-DEVOLUCAO-DATA    TO WS-LI4-DEVOLUCAO-DATA
           MOVE WS-LINHA-IMG-4           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           .

       LG610-IMPRIMIR-TITULO-SECAO.
           MOVE WS-LINHA-SECAO           TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           .

       LG620-IMPRIMIR-NADA.
           MOVE WS-LINHA-NADA            TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           .

      ******* CABECALHO DO EVENTO E A IMAGEM (A IMAGEM ANTES DE UMA
      ******* INCLUSAO E EM BRANCO E NAO E DECOMPOSTA)
       LG630-IMPRIMIR-EVENTO.
           MOVE WS-LINHA-EVENTO          TO RL-LINHA-RELATORIO
           PERFORM LG790-GRAVAR-LINHA
           IF WS-IMAGEM-PESSOA = SPACES
               MOVE '  (IMAGEM EM BRANCO)'
                                         TO WS-LND-TEXTO
               PERFORM LG620-IMPRIMIR-NADA
           ELSE
               PERFORM LG600-IMPRIMIR-IMAGEM
           END-IF
           .

      ******************************************************************
      * ACESSO AOS ARQUIVOS CONSULTADOS
      ******************************************************************
       LG700-ABRIR-MORTO-LEITURA.
           MOVE 'N'                      TO WS-MORTO-ABERTO
           MOVE 'N'                      TO WS-FIM-LEITURA
           OPEN INPUT ARQ-MORTO
           IF WS-STATUS-MORTO = '00'
               SET MORTO-ABERTO          TO TRUE
           ELSE
               IF WS-STATUS-MORTO NOT = '35'
                   DISPLAY 'ERRO AO ABRIR ARQ-MORTO. STATUS: '
                           WS-STATUS-MORTO
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

       LG720-POSICIONAR-CONTATOS.
           MOVE 'N'                      TO WS-FIM-LEITURA
           MOVE WS-CHAVE-ATUAL           TO CN-CHAVE
           MOVE LOW-VALUES               TO CN-TIPO
           MOVE ZEROS                    TO CN-SEQUENCIA
           START ARQ-CONTATOS
               KEY IS NOT LESS THAN CN-ID
               INVALID KEY
                   SET FIM-LEITURA       TO TRUE
           END-START
           PERFORM LG721-LER-PROXIMO-CONTATO
           .

       LG721-LER-PROXIMO-CONTATO.
           IF NOT FIM-LEITURA
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       SET FIM-LEITURA   TO TRUE
               END-READ
               IF NOT FIM-LEITURA AND WS-STATUS-CONTATOS NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. STATUS: '
                           WS-STATUS-CONTATOS
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           IF NOT FIM-LEITURA AND CN-CHAVE NOT = WS-CHAVE-ATUAL
               SET FIM-LEITURA           TO TRUE
           END-IF
           .

       LG730-POSICIONAR-HISTORIA.
           MOVE 'N'                      TO WS-FIM-LEITURA
           MOVE WS-CHAVE-ATUAL           TO HS-CHAVE
           MOVE ZEROS                    TO HS-DATA-EVENTO
           MOVE ZEROS                    TO HS-HORA-EVENTO
           MOVE SPACES                   TO HS-TIPO-IMAGEM
           START ARQ-HISTORIA
               KEY IS NOT LESS THAN HS-CHAVE-HISTORIA
               INVALID KEY
                   SET FIM-LEITURA       TO TRUE
           END-START
           PERFORM LG731-LER-PROXIMA-HISTORIA
           .

       LG731-LER-PROXIMA-HISTORIA.
           IF NOT FIM-LEITURA
               READ ARQ-HISTORIA NEXT RECORD
                   AT END
                       SET FIM-LEITURA   TO TRUE
               END-READ
               IF NOT FIM-LEITURA AND WS-STATUS-HISTORIA NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DA HISTORIA. STATUS: '
                           WS-STATUS-HISTORIA
                   PERFORM LG950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           IF NOT FIM-LEITURA AND HS-CHAVE NOT = WS-CHAVE-ATUAL
               SET FIM-LEITURA           TO TRUE
           END-IF
           .

       LG740-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-LEITURA       TO TRUE
           END-READ
           IF NOT FIM-LEITURA AND WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

       LG750-LER-FUSAO.
           READ ARQ-FUSOES NEXT RECORD
               AT END
                   SET FIM-LEITURA       TO TRUE
           END-READ
           IF NOT FIM-LEITURA AND WS-STATUS-FUSOES NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-FUSOES. STATUS: '
                       WS-STATUS-FUSOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

       LG760-LER-EXCECAO.
           READ ARQ-EXCECOES
               AT END
                   SET FIM-LEITURA       TO TRUE
           END-READ
           IF NOT FIM-LEITURA AND WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

       LG770-LER-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-LEITURA       TO TRUE
           END-READ
           IF NOT FIM-LEITURA AND WS-STATUS-PENDENCIAS NOT = '00'
                              AND WS-STATUS-PENDENCIAS NOT = '02'
               DISPLAY 'ERRO NA LEITURA DE ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

       LG790-GRAVAR-LINHA.
           WRITE RL-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-TITULAR. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM LG950-ENCERRAR-COM-ERRO
           END-IF
           .

       LG900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           IF MORTO-ABERTO
               CLOSE ARQ-MORTO
           END-IF
           IF RELATORIO-ABERTO
               CLOSE RELATORIO-TITULAR
           END-IF
           .

       LG950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-MORTO
           CLOSE ARQ-CONTATOS
           CLOSE ARQ-HISTORIA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-FUSOES
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-ELIMINACOES
           CLOSE ARQ-PENDENCIAS
           CLOSE RELATORIO-TITULAR
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM CADLGP01.
