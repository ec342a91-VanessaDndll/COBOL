      *                  GRAVADO SO DEPOIS DO TRAILER, PARA QUE UMA
      *                  EXTRACAO ABORTADA NAO AVANCE O CORTE SOBRE
      *                  UM DELTA INCOMPLETO.
      * 15/10/2026 VD    NOVA OPCAO DE CONTATOS NO CADPRM (POSICAO 7 =
      *                  S): ACRESCENTA AO FIM DA LINHA O CONTATO
      *                  PREFERIDO VIGENTE DE CADA TIPO DO ARQUIVO
      *                  CADCTT (VER CTTREG01) - TRES TELEFONES E OS
      *                  ENDERECOS RESIDENCIAL E DE COBRANCA. SEM A
      *                  OPCAO O LAYOUT DO EXTRATO NAO MUDA.
      * 15/10/2026 VD    PESSOAS COM ENDERECO DEVOLVIDO PELOS CORREIOS
      *                  (CR-ENDERECO-DEVOLVIDO, VER CADDEV01) FICAM
      *                  FORA DO EXTRATO E DO DELTA, SALVO A EXCLUSAO; A
      *                  POSICAO 8 DO CADPRM = S AS INCLUI.
      * 15/10/2026 VD    CONTADOR DE CONFLITOS DO CADRUN
      *                  (RC-QTDE-CONFLITOS) GRAVADO ZERADO: O PROGRAMA
      *                  NAO REGRAVA O CADPES.
      * 15/10/2026 VD    NO DELTA, INCLUSAO/ALTERACAO DE PESSOA COM
      *                  ENDERECO DEVOLVIDO (SEM A OPCAO) SAI COMO
      *                  EXCLUSAO SO COM A CHAVE (X548), PARA O
      *                  RECEBEDOR APAGAR A LINHA RECEBIDA ANTES DA
      *                  DEVOLUCAO; CONTA NOS EXTRAIDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXT01.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RUN-LOG.

           SELECT ARQ-CONTATOS        ASSIGN TO "CADCTT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-ID
                  FILE STATUS IS WS-STATUS-CONTATOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
               88  PR-SELECAO-DELTA       VALUE 'D'.
           03  PR-UF                      PIC X(02).
           03  PR-PROFISSAO-COD           PIC 9(03).
           03  PR-INCLUIR-CONTATOS        PIC X(01).
               88  PR-COM-CONTATOS        VALUE 'S'.
           03  PR-INCLUIR-DEVOLVIDOS      PIC X(01).
               88  PR-COM-DEVOLVIDOS      VALUE 'S'.

       FD  ARQ-EXTRATO
           LABEL RECORD IS STANDARD.
       01  XT-LINHA-EXTRATO               PIC X(450).

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       COPY HSTREG01.

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-CORTE             PIC X(02) VALUE '00'.
           03  WS-STATUS-HISTORIA          PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  ENTRADA-ACHADA          VALUE 'S'.
           03  WS-PESSOA-ENCONTRADA        PIC X(01) VALUE 'N'.
               88  PESSOA-ENCONTRADA       VALUE 'S'.
           03  WS-CONTATOS-ABERTO          PIC X(01) VALUE 'N'.
               88  CONTATOS-ABERTO         VALUE 'S'.
           03  WS-FIM-CONTATOS             PIC X(01) VALUE 'N'.
               88  FIM-CONTATOS            VALUE 'S'.
           03  WS-CONTATO-ACHADO           PIC X(01) VALUE 'N'.
               88  CONTATO-ACHADO          VALUE 'S'.

      ******* CORTE DA EXTRACAO DELTA: O LIDO DO ARQUIVO CADCOR E O
      ******* CARIMBO DESTA EXECUCAO, GRAVADO DE VOLTA AO FINAL
       01  WS-CAMPO-TAMANHO                PIC 9(02) VALUE ZEROS.
       01  WS-PONTEIRO                     PIC 9(03) VALUE 1.
       01  WS-TM-1                         PIC 9(02) VALUE ZEROS.
       01  WS-TM-LINHA                     PIC 9(03) VALUE ZEROS.

      ******* CONTATO PREFERIDO DA VEZ (CADCTT) NA OPCAO DE CONTATOS
       01  WS-TIPO-CONTATO-ATUAL           PIC X(01) VALUE SPACES.

       01  WS-CONTADORES.
           03  WS-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EXTRAIDOS           PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DEVOLVIDOS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EVENTOS-DELTA       PIC 9(07) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.
               'CHAVE;PRIMEIRO_NOME;ULTIMO_NOME;TELEFONE;RUA;BAIRRO;CI
      -        'DADE;UF;CEP;NACIONALIDADE;PROFISSAO;PROFISSAO_COD;CPF'.

      ******* COLUNAS ACRESCENTADAS PELA OPCAO DE CONTATOS
       01  WS-LINHA-CABECALHO-CONTATOS.
           03  FILLER                      PIC X(132) VALUE
               ';TEL_RESIDENCIAL;TEL_CELULAR;TEL_COMERCIAL;RES_RUA;RES_B
      -        'AIRRO;RES_CIDADE;RES_UF;RES_CEP;COB_RUA;COB_BAIRRO;COB_C
      -        'IDADE;COB_UF;COB_CEP'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-EXEC-DATA           FROM DATE YYYYMMDD
           DISPLAY ' '
           DISPLAY 'TOTAL DE REGISTROS LIDOS     : ' WS-QTDE-LIDOS
           DISPLAY 'TOTAL DE REGISTROS EXTRAIDOS : ' WS-QTDE-EXTRAIDOS
           DISPLAY 'ENDERECOS DEVOLVIDOS PULADOS : ' WS-QTDE-DEVOLVIDOS

           PERFORM X870-GRAVAR-RUN-LOG
           MOVE WS-RETORNO               TO RETURN-CODE
                           'OU D).'
                   PERFORM X950-ENCERRAR-COM-ERRO
           END-EVALUATE

           IF PR-COM-CONTATOS
               DISPLAY 'OPCAO: COM OS CONTATOS PREFERIDOS (CADCTT)'
               PERFORM X160-ABRIR-CONTATOS
           END-IF
           IF PR-COM-DEVOLVIDOS
               DISPLAY 'OPCAO: COM OS ENDERECOS DEVOLVIDOS PELOS '
                       'CORREIOS'
           END-IF
           .

      ******************************************************************
      * ABRE O ARQUIVO DE CONTATOS PARA A OPCAO DE CONTATOS. SEM O
      * ARQUIVO (NENHUM CONTATO CADASTRADO AINDA) AS COLUNAS DE
      * CONTATO SAEM VAZIAS.
      ******************************************************************
       X160-ABRIR-CONTATOS.
           OPEN INPUT ARQ-CONTATOS
           IF WS-STATUS-CONTATOS = '35'
               DISPLAY 'NAO HA ARQUIVO DE CONTATOS (CADCTT). '
                       'COLUNAS DE CONTATO VAZIAS.'
           ELSE
               IF WS-STATUS-CONTATOS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-CONTATOS. STATUS: '
                           WS-STATUS-CONTATOS
                   PERFORM X950-ENCERRAR-COM-ERRO
               END-IF
               SET CONTATOS-ABERTO       TO TRUE
           END-IF
           .

       X180-GRAVAR-CABECALHO.
           ELSE
               MOVE WS-LINHA-CABECALHO   TO XT-LINHA-EXTRATO
           END-IF
           IF PR-COM-CONTATOS
               MOVE ZEROS                TO WS-TM-LINHA
               INSPECT FUNCTION REVERSE(XT-LINHA-EXTRATO)
                                TALLYING WS-TM-LINHA FOR LEADING ' '
               COMPUTE WS-PONTEIRO =
                       FUNCTION LENGTH(XT-LINHA-EXTRATO) - WS-TM-LINHA
                       + 1
               STRING WS-LINHA-CABECALHO-CONTATOS DELIMITED BY SIZE
                   INTO XT-LINHA-EXTRATO WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           PERFORM X700-GRAVAR-LINHA
           .

                          AND CR-PROFISSAO-COD = PR-PROFISSAO-COD
                   SET REGISTRO-SELECIONADO TO TRUE
           END-EVALUATE
           IF REGISTRO-SELECIONADO AND CR-ENDERECO-DEVOLVIDO
                                   AND NOT PR-COM-DEVOLVIDOS
               MOVE 'N'                  TO WS-REGISTRO-SELECIONADO
               ADD 1                     TO WS-QTDE-DEVOLVIDOS
           END-IF

           IF REGISTRO-SELECIONADO
               PERFORM X400-MONTAR-E-GRAVAR-LINHA
           PERFORM X610-ANEXAR-CAMPO

           MOVE CR-CPF                   TO WS-CAMPO-TEXTO
           IF PR-COM-CONTATOS
               PERFORM X610-ANEXAR-CAMPO
               PERFORM X450-ANEXAR-CONTATOS
           ELSE
               PERFORM X620-ANEXAR-ULTIMO-CAMPO
           END-IF

           PERFORM X700-GRAVAR-LINHA
           .

      ******************************************************************
      * OPCAO DE CONTATOS: ANEXA O PREFERIDO VIGENTE DE CADA TIPO -
      * TELEFONES RESIDENCIAL, CELULAR E COMERCIAL, DEPOIS RUA, BAIRRO,
      * CIDADE, UF E CEP DOS ENDERECOS RESIDENCIAL E DE COBRANCA. TIPO
      * SEM PREFERIDO VIGENTE SAI COM AS COLUNAS VAZIAS. OS CAMPOS SAO
      * ANEXADOS COM O DELIMITADOR E O ULTIMO DELIMITADOR E RETIRADO.
      ******************************************************************
       X450-ANEXAR-CONTATOS.
           MOVE 'R'                      TO WS-TIPO-CONTATO-ATUAL
           PERFORM X460-LOCALIZAR-PREFERIDO
           PERFORM X470-ANEXAR-TELEFONE
           MOVE 'M'                      TO WS-TIPO-CONTATO-ATUAL
           PERFORM X460-LOCALIZAR-PREFERIDO
           PERFORM X470-ANEXAR-TELEFONE
           MOVE 'C'                      TO WS-TIPO-CONTATO-ATUAL
           PERFORM X460-LOCALIZAR-PREFERIDO
           PERFORM X470-ANEXAR-TELEFONE
           MOVE 'E'                      TO WS-TIPO-CONTATO-ATUAL
           PERFORM X460-LOCALIZAR-PREFERIDO
           PERFORM X480-ANEXAR-ENDERECO
           MOVE 'B'                      TO WS-TIPO-CONTATO-ATUAL
           PERFORM X460-LOCALIZAR-PREFERIDO
           PERFORM X480-ANEXAR-ENDERECO

           SUBTRACT 1                    FROM WS-PONTEIRO
           MOVE SPACE                    TO
                                   XT-LINHA-EXTRATO (WS-PONTEIRO:1)
           .

      ******************************************************************
      * LOCALIZA O PREFERIDO VIGENTE DA PESSOA CORRENTE NO TIPO
      * WS-TIPO-CONTATO-ATUAL. NAO ACHADO, CN-DADOS FICA EM BRANCO.
      ******************************************************************
       X460-LOCALIZAR-PREFERIDO.
           MOVE 'N'                      TO WS-CONTATO-ACHADO
           MOVE 'N'                      TO WS-FIM-CONTATOS
           IF NOT CONTATOS-ABERTO
               SET FIM-CONTATOS          TO TRUE
           ELSE
               MOVE CR-CHAVE             TO CN-CHAVE
               MOVE WS-TIPO-CONTATO-ATUAL TO CN-TIPO
               MOVE ZEROS                TO CN-SEQUENCIA
               START ARQ-CONTATOS
                   KEY IS NOT LESS THAN CN-ID
                   INVALID KEY
                       SET FIM-CONTATOS  TO TRUE
               END-START
           END-IF
           PERFORM X465-CONFERIR-CONTATO
               UNTIL FIM-CONTATOS
           IF NOT CONTATO-ACHADO
               MOVE SPACES               TO CN-DADOS
           END-IF
           .

       X465-CONFERIR-CONTATO.
           READ ARQ-CONTATOS NEXT RECORD
               AT END
                   SET FIM-CONTATOS      TO TRUE
           END-READ
           IF NOT FIM-CONTATOS
               IF WS-STATUS-CONTATOS NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. STATUS: '
                           WS-STATUS-CONTATOS
                   PERFORM X950-ENCERRAR-COM-ERRO
               END-IF
               EVALUATE TRUE
                   WHEN CN-CHAVE NOT = CR-CHAVE
                     OR CN-TIPO NOT = WS-TIPO-CONTATO-ATUAL
                       SET FIM-CONTATOS  TO TRUE
                   WHEN CN-E-PREFERIDO
                     AND CN-DATA-INICIO NOT GREATER THAN WS-EXEC-DATA
                     AND CN-DATA-FIM NOT LESS THAN WS-EXEC-DATA
                       SET CONTATO-ACHADO TO TRUE
                       SET FIM-CONTATOS  TO TRUE
               END-EVALUATE
           END-IF
           .

       X470-ANEXAR-TELEFONE.
           MOVE SPACES                   TO WS-CAMPO-TEXTO
           IF CN-TELEFONE NOT = SPACES
               STRING '+' CN-PAIS ' (' CN-DDD ') ' CN-PREFIXO '-'
                      CN-SUFIXO
                   DELIMITED BY SIZE INTO WS-CAMPO-TEXTO
               END-STRING
           END-IF
           PERFORM X610-ANEXAR-CAMPO
           .

       X480-ANEXAR-ENDERECO.
           MOVE CN-RUA                   TO WS-CAMPO-TEXTO
           PERFORM X610-ANEXAR-CAMPO
           MOVE CN-BAIRRO                TO WS-CAMPO-TEXTO
           PERFORM X610-ANEXAR-CAMPO
           MOVE CN-CIDADE                TO WS-CAMPO-TEXTO
           PERFORM X610-ANEXAR-CAMPO
           MOVE CN-UF                    TO WS-CAMPO-TEXTO
           PERFORM X610-ANEXAR-CAMPO
           MOVE SPACES                   TO WS-CAMPO-TEXTO
           IF CN-CEP NOT = SPACES
               STRING CN-CEP-1 '-' CN-CEP-2
                   DELIMITED BY SIZE INTO WS-CAMPO-TEXTO
               END-STRING
           END-IF
           PERFORM X610-ANEXAR-CAMPO
           .

      ******************************************************************
      * ANEXA WS-CAMPO-TEXTO (SEM OS BRANCOS A DIREITA) E O DELIMITADOR
      * NA LINHA DO EXTRATO, AVANCANDO O PONTEIRO. UM CAMPO TODO EM
           DISPLAY 'CHAVES MUDADAS NO PERIODO  : ' WS-DLT-QTD

           PERFORM X540-EMITIR-DELTA
               THRU X540-EMITIR-DELTA-FIM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-DLT-QTD
           .
      * PESSOA E LIDA DO CADASTRO PELA CHAVE; UMA CHAVE JA EXPURGADA
      * (SEM REGISTRO NO CADASTRO) SAI COM A OPERACAO E E A CHAVE
      * APENAS, O SUFICIENTE PARA O RECEBEDOR APAGAR DO LADO DELE.
      * UMA PESSOA COM ENDERECO DEVOLVIDO (SEM A OPCAO) SAI DO MESMO
      * JEITO, COMO EXCLUSAO: O RECEBEDOR PODE TER A LINHA DE UM
      * EXTRATO ANTERIOR A DEVOLUCAO.
      ******************************************************************
       X540-EMITIR-DELTA.
           MOVE WS-DLT-OPERACAO (WS-I)   TO WS-DLT-OPERACAO-ATUAL
               PERFORM X950-ENCERRAR-COM-ERRO
           END-IF

      ******* INCLUSAO/ALTERACAO DE ENDERECO DEVOLVIDO (SEM A OPCAO)
      ******* SAI COMO EXCLUSAO SO COM A CHAVE; A EXCLUSAO SAI SEMPRE
           IF PESSOA-ENCONTRADA AND CR-ENDERECO-DEVOLVIDO
                                AND NOT PR-COM-DEVOLVIDOS
                                AND WS-DLT-OPERACAO-ATUAL NOT = 'E'
               ADD 1                     TO WS-QTDE-LIDOS
               ADD 1                     TO WS-QTDE-DEVOLVIDOS
               MOVE 'E'                  TO WS-DLT-OPERACAO-ATUAL
               PERFORM X548-GRAVAR-SO-CHAVE
               ADD 1                     TO WS-QTDE-EXTRAIDOS
               GO TO X540-EMITIR-DELTA-FIM
           END-IF
           IF PESSOA-ENCONTRADA
               ADD 1                     TO WS-QTDE-LIDOS
               PERFORM X400-MONTAR-E-GRAVAR-LINHA
           ELSE
               PERFORM X548-GRAVAR-SO-CHAVE
           END-IF
           ADD 1                         TO WS-QTDE-EXTRAIDOS
           .
       X540-EMITIR-DELTA-FIM.
           EXIT.

      ******************************************************************
      * GRAVA A LINHA DELTA SO COM A OPERACAO E A CHAVE DE POSICAO WS-I
      ******************************************************************
       X548-GRAVAR-SO-CHAVE.
           MOVE SPACES                   TO XT-LINHA-EXTRATO
           MOVE 1                        TO WS-PONTEIRO
           MOVE WS-DLT-OPERACAO-ATUAL    TO WS-CAMPO-TEXTO
           PERFORM X610-ANEXAR-CAMPO
           MOVE WS-DLT-CHAVE (WS-I)      TO WS-CAMPO-TEXTO
           PERFORM X620-ANEXAR-ULTIMO-CAMPO
           PERFORM X700-GRAVAR-LINHA
           .

      ******************************************************************
      * GRAVA O CARIMBO DESTA EXECUCAO COMO NOVO CORTE. O CARIMBO E
               MOVE ZEROS                TO RC-QTDE-INCLUSOES
               MOVE ZEROS                TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO           TO RC-RETORNO
               MOVE ZEROS                TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-EXTRATO
           IF CONTATOS-ABERTO
               CLOSE ARQ-CONTATOS
           END-IF
           .

       X950-ENCERRAR-COM-ERRO.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-EXTRATO
           IF CONTATOS-ABERTO
               CLOSE ARQ-CONTATOS
           END-IF
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM CADEXT01.
