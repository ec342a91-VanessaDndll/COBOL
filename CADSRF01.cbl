      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: CONSULTA MENSAL DA SITUACAO DOS CPFS DO CADASTRO DE
      *          PESSOAS NA RECEITA FEDERAL. O CADVAL01 SO CONFERE OS
      *          DIGITOS VERIFICADORES; UM CPF VALIDO PODE ESTAR
      *          SUSPENSO, CANCELADO OU SER DE TITULAR FALECIDO. O
      *          ARQUIVO MENSAL DA RECEITA (CADSRF, UMA LINHA POR CPF
      *          COM O CODIGO E A DATA DA SITUACAO) E CASADO COM O
      *          CADASTRO-PESSOAS PELA CHAVE ALTERNATIVA CR-CPF; CADA
      *          PESSOA ENCONTRADA RECEBE A SITUACAO DO CPF E A DATA DA
      *          CONSULTA (CR-CPF-SITUACAO/CR-CPF-DATA-CONSULTA), COM O
      *          PAR DE AUDITORIA ANTES/DEPOIS NO CADAUD. PESSOA ATIVA
      *          CUJO CPF PASSA A "TITULAR FALECIDO" OU "CANCELADO"
      *          GANHA UMA EXCECAO EM ABERTO (EXCREG01) PARA A FILA DO
      *          CADEXC01. NA SEGUNDA PASSADA O CADASTRO INTEIRO E LIDO
      *          EM SEQUENCIA PARA O RELATORIO RELSRF: PESSOAS ATIVAS
      *          COM CPF FALECIDO OU CANCELADO (PROVA PARA A AREA DE
      *          COMPLIANCE DE QUE NENHUM REGISTRO ATIVO DE MALA DIRETA
      *          FICA NESSA SITUACAO SEM TRATAMENTO), CPFS DO CADASTRO
      *          QUE A RECEITA NAO DEVOLVEU, CPFS DA RECEITA SEM
      *          CADASTRO E O TOTAL DE PESSOAS POR SITUACAO.
      *          CODIGOS DE SITUACAO DO ARQUIVO DA RECEITA:
      *            0 - REGULAR              5 - CANCELADA POR
      *            2 - SUSPENSA                 MULTIPLICIDADE
      *            3 - TITULAR FALECIDO     8 - NULA
      *            4 - PENDENTE DE          9 - CANCELADA DE OFICIO
      *                REGULARIZACAO
      *          ARQUIVO DA RECEITA VAZIO RECUSA A EXECUCAO (RETURN
      *          CODE 12) SEM ALTERAR O CADASTRO, COMO O LOTE RECUSADO
      *          DO CADMOV01. PESSOA ALTERADA POR OUTRO PROGRAMA OU
      *          OPERADOR ENTRE A LEITURA E A REGRAVACAO NAO E
      *          REGRAVADA: A LINHA SAI COMO REJEITADA NO RELSRF (VER
      *          LCKPRC01).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES (MARCA DE
      *                  ENDERECO DEVOLVIDO PELOS CORREIOS).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES. PROTECAO
      *                  CONTRA ALTERACAO PERDIDA (LCKPRC01): A PESSOA E
      *                  RELIDA E CONFERIDA ANTES DA REGRAVACAO; SE
      *                  OUTRO PROGRAMA OU OPERADOR A ALTEROU, A LINHA
      *                  SAI COMO REJEITADA NO RELSRF E CONTA COMO
      *                  REJEITADA E CONFLITO NO CADRUN. REGISTRO
      *                  CARIMBADO COM A ULTIMA ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSRF01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-RECEITA         ASSIGN TO "CADSRF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RECEITA.

           SELECT ARQ-AUDITORIA       ASSIGN TO "CADAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-EXCECOES        ASSIGN TO "CADEXC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT RELATORIO-RECEITA   ASSIGN TO "RELSRF"
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

       FD  ARQ-RECEITA
           LABEL RECORD IS STANDARD.
       01  RF-REGISTRO-RECEITA.
           03  RF-CPF                     PIC X(11).
           03  RF-SITUACAO                PIC X(01).
               88  RF-REGULAR             VALUE '0'.
               88  RF-SUSPENSA            VALUE '2'.
               88  RF-FALECIDO            VALUE '3'.
               88  RF-PENDENTE            VALUE '4'.
               88  RF-CANCELADA           VALUE '5' '9'.
               88  RF-NULA                VALUE '8'.
           03  RF-DATA-SITUACAO           PIC 9(08).

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-EXCECOES
           LABEL RECORD IS STANDARD.
       COPY EXCREG01.

       FD  RELATORIO-RECEITA
           LABEL RECORD IS STANDARD.
       01  RE-LINHA-RELATORIO             PIC X(132).

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-RECEITA           PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-EXCECOES          PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-RECEITA              PIC X(01) VALUE 'N'.
               88  FIM-RECEITA             VALUE 'S'.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  FIM-CADASTRO            VALUE 'S'.

      ******* DATA DA CONSULTA: A MESMA PARA TODA A EXECUCAO, PARA QUE
      ******* A SEGUNDA PASSADA RECONHECA OS CPFS DEVOLVIDOS NO ARQUIVO
       01  WS-DATA-CONSULTA.
           03  WS-DTC-ANO                  PIC 9(04).
           03  WS-DTC-MES                  PIC 9(02).
           03  WS-DTC-DIA                  PIC 9(02).
       01  WS-DATA-CONSULTA-NUM REDEFINES WS-DATA-CONSULTA
                                           PIC 9(08).

       01  WS-SITUACAO-NOVA                PIC X(01) VALUE SPACE.
       01  WS-SITUACAO-ANTERIOR            PIC X(01) VALUE SPACE.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA ALTERACAO)
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******************************************************************
      * TOTAIS POR SITUACAO DO CPF (CODIGO DE CR-CPF-SITUACAO E
      * DESCRICAO), SEPARADOS EM PESSOAS ATIVAS E INATIVAS
      ******************************************************************
       01  TAB-SITUACAO-VALORES.
           03  FILLER PIC X(21) VALUE 'RREGULAR'.
           03  FILLER PIC X(21) VALUE 'SSUSPENSO'.
           03  FILLER PIC X(21) VALUE 'PPENDENTE'.
           03  FILLER PIC X(21) VALUE 'FTITULAR FALECIDO'.
           03  FILLER PIC X(21) VALUE 'CCANCELADO'.
           03  FILLER PIC X(21) VALUE 'NNULO'.
           03  FILLER PIC X(21) VALUE ' NAO CONSULTADO'.

       01  TAB-SITUACAO-TABELA REDEFINES TAB-SITUACAO-VALORES.
           03  TAB-SITUACAO-OCOR OCCURS 7 TIMES
                                 INDEXED BY TAB-SITUACAO-IDX.
               05  TAB-SITUACAO-COD       PIC X(01).
               05  TAB-SITUACAO-DESCRICAO PIC X(20).

       01  WS-TOTAIS-SITUACAO.
           03  WS-TOT-OCOR OCCURS 7 TIMES.
               05  WS-TOT-ATIVOS           PIC 9(07).
               05  WS-TOT-INATIVOS         PIC 9(07).

       01  WS-SIT-IDX                      PIC 9(02) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-LIDAS               PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ATUALIZADOS         PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-NAO-CADASTRADOS     PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-INVALIDAS           PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EXCECOES            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-PESSOAS             PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-SEM-CPF             PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-NAO-RETORNADOS      PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ATIVOS-IMPEDIDOS    PIC 9(07) VALUE ZEROS.

       01  WS-CONTROLE-PAGINA.
           03  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 45.
           03  WS-LINHAS-NA-PAGINA         PIC 9(02) VALUE ZEROS.
           03  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZEROS.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(48)
               VALUE 'SITUACAO DOS CPFS DO CADASTRO NA RECEITA FEDERAL'.
           03  FILLER                      PIC X(05) VALUE SPACES.
           03  FILLER                      PIC X(7) VALUE 'PAGINA:'.
           03  WS-PAGINA-EDIT              PIC ZZZ9.

       01  WS-CABECALHO-DATA.
           03  FILLER                      PIC X(18)
               VALUE 'DATA DA CONSULTA: '.
           03  WS-CBD-DIA                  PIC 9(02).
           03  FILLER                      PIC X(01) VALUE '/'.
           03  WS-CBD-MES                  PIC 9(02).
           03  FILLER                      PIC X(01) VALUE '/'.
           03  WS-CBD-ANO                  PIC 9(04).

       01  WS-CABECALHO-2.
           03  FILLER PIC X(12) VALUE 'CHAVE'.
           03  FILLER PIC X(13) VALUE 'CPF'.
           03  FILLER PIC X(33) VALUE 'NOME'.
           03  FILLER PIC X(09) VALUE 'REGISTRO'.
           03  FILLER PIC X(40) VALUE 'OCORRENCIA'.

       01  WS-LINHA-SEPARADORA             PIC X(112) VALUE ALL '-'.

       01  WS-LINHA-DETALHE.
           03  WS-LDT-CHAVE                PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-CPF                  PIC X(11).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-NOME                 PIC X(31).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-REGISTRO             PIC X(07).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-OCORRENCIA           PIC X(45).

       01  WS-CABECALHO-SITUACAO.
           03  FILLER PIC X(24) VALUE 'SITUACAO DO CPF'.
           03  FILLER PIC X(12) VALUE '     ATIVOS'.
           03  FILLER PIC X(12) VALUE '   INATIVOS'.

       01  WS-LINHA-SITUACAO.
           03  WS-LSI-DESCRICAO            PIC X(24).
           03  WS-LSI-ATIVOS               PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LSI-INATIVOS             PIC Z,ZZZ,ZZ9.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       01  WS-LINHA-TOTAL.
           03  WS-LTT-DESCRICAO            PIC X(40).
           03  WS-LTT-VALOR                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'CADSRF01'               TO WS-LCK-PROGRAMA
           PERFORM I100-ABRIR-ARQUIVOS
           PERFORM I200-LER-PROXIMA-LINHA
           IF FIM-RECEITA
               PERFORM I960-RECUSAR-ARQUIVO
           END-IF
           PERFORM I300-PROCESSAR-LINHA
               THRU I300-PROCESSAR-LINHA-FIM
               UNTIL FIM-RECEITA
           PERFORM I400-POSICIONAR-CADASTRO
           PERFORM I460-CONFERIR-REGISTRO
               UNTIL FIM-CADASTRO
           PERFORM I800-IMPRIMIR-TOTAIS
           PERFORM I850-EXIBIR-RESUMO
           PERFORM I870-GRAVAR-RUN-LOG
           PERFORM I900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

       I100-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-CONSULTA       FROM DATE YYYYMMDD
           MOVE WS-DTC-DIA               TO WS-CBD-DIA
           MOVE WS-DTC-MES               TO WS-CBD-MES
           MOVE WS-DTC-ANO               TO WS-CBD-ANO
           MOVE ZEROS                    TO WS-TOTAIS-SITUACAO

           OPEN I-O CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF

           OPEN INPUT ARQ-RECEITA
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-RECEITA. STATUS: '
                       WS-STATUS-RECEITA
               PERFORM I950-ENCERRAR-COM-ERRO
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
               PERFORM I950-ENCERRAR-COM-ERRO
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
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT RELATORIO-RECEITA
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-RECEITA. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           .

       I200-LER-PROXIMA-LINHA.
           IF NOT FIM-RECEITA
               READ ARQ-RECEITA
                   AT END
                       SET FIM-RECEITA TO TRUE
               END-READ
               IF NOT FIM-RECEITA AND WS-STATUS-RECEITA NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-RECEITA. STATUS: '
                           WS-STATUS-RECEITA
                   PERFORM I950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * PRIMEIRA PASSADA: CASA UMA LINHA DA RECEITA COM O CADASTRO PELA
      * CHAVE ALTERNATIVA CR-CPF, GRAVA A SITUACAO E A DATA DA CONSULTA
      * E O PAR DE AUDITORIA. LINHA COM CPF NAO NUMERICO OU CODIGO
      * DESCONHECIDO E CPF SEM CADASTRO VAO SO PARA O RELATORIO.
      ******************************************************************
       I300-PROCESSAR-LINHA.
           ADD 1                         TO WS-QTDE-LIDAS
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE RF-CPF                   TO WS-LDT-CPF

           IF RF-CPF IS NOT NUMERIC
               MOVE 'CPF NAO NUMERICO NO ARQUIVO DA RECEITA'
                                         TO WS-LDT-OCORRENCIA
               PERFORM I710-IMPRIMIR-DETALHE
               ADD 1                     TO WS-QTDE-INVALIDAS
               GO TO I300-PROCESSAR-LINHA-SAIDA
           END-IF

           EVALUATE TRUE
               WHEN RF-REGULAR
                   MOVE 'R'              TO WS-SITUACAO-NOVA
               WHEN RF-SUSPENSA
                   MOVE 'S'              TO WS-SITUACAO-NOVA
               WHEN RF-FALECIDO
                   MOVE 'F'              TO WS-SITUACAO-NOVA
               WHEN RF-PENDENTE
                   MOVE 'P'              TO WS-SITUACAO-NOVA
               WHEN RF-CANCELADA
                   MOVE 'C'              TO WS-SITUACAO-NOVA
               WHEN RF-NULA
                   MOVE 'N'              TO WS-SITUACAO-NOVA
               WHEN OTHER
                   STRING 'CODIGO DE SITUACAO DESCONHECIDO: '
                          RF-SITUACAO
                       DELIMITED BY SIZE INTO WS-LDT-OCORRENCIA
                   END-STRING
                   PERFORM I710-IMPRIMIR-DETALHE
                   ADD 1                 TO WS-QTDE-INVALIDAS
                   GO TO I300-PROCESSAR-LINHA-SAIDA
           END-EVALUATE

           MOVE RF-CPF                   TO CR-CPF
           READ CADASTRO-PESSOAS
               KEY IS CR-CPF
               INVALID KEY
                   MOVE 'CPF NAO CADASTRADO'
                                         TO WS-LDT-OCORRENCIA
                   PERFORM I710-IMPRIMIR-DETALHE
                   ADD 1                 TO WS-QTDE-NAO-CADASTRADOS
                   GO TO I300-PROCESSAR-LINHA-SAIDA
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO
           MOVE CR-CPF-SITUACAO          TO WS-SITUACAO-ANTERIOR
           MOVE WS-SITUACAO-NOVA         TO CR-CPF-SITUACAO
           MOVE WS-DATA-CONSULTA-NUM     TO CR-CPF-DATA-CONSULTA
           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               MOVE CR-CHAVE             TO WS-LDT-CHAVE
               MOVE 'REJEITADA: PESSOA ALTERADA NO MEIO TEMPO'
                                         TO WS-LDT-OCORRENCIA
               PERFORM I710-IMPRIMIR-DETALHE
               GO TO I300-PROCESSAR-LINHA-SAIDA
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ALTERAR REGISTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           PERFORM I700-GRAVAR-AUDITORIA
           ADD 1                         TO WS-QTDE-ATUALIZADOS

      ******* SO A MUDANCA PARA FALECIDO/CANCELADO ABRE EXCECAO: A MESMA
      ******* SITUACAO DEVOLVIDA NO MES SEGUINTE NAO DUPLICA A PENDENCIA
           IF CR-ATIVO
              AND (CR-CPF-FALECIDO OR CR-CPF-CANCELADO)
              AND WS-SITUACAO-ANTERIOR NOT = WS-SITUACAO-NOVA
               PERFORM I720-GRAVAR-EXCECAO
           END-IF
           .
       I300-PROCESSAR-LINHA-SAIDA.
           PERFORM I200-LER-PROXIMA-LINHA
           .
       I300-PROCESSAR-LINHA-FIM.
           EXIT.

      ******************************************************************
      * SEGUNDA PASSADA: LE O CADASTRO INTEIRO EM ORDEM DE CHAVE
      ******************************************************************
       I400-POSICIONAR-CADASTRO.
           MOVE LOW-VALUES               TO CR-CHAVE
           START CADASTRO-PESSOAS
               KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   SET FIM-CADASTRO      TO TRUE
           END-START
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
               DISPLAY 'ERRO AO POSICIONAR O CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM I410-LER-PROXIMO-REGISTRO
           .

       I410-LER-PROXIMO-REGISTRO.
           IF NOT FIM-CADASTRO
               READ CADASTRO-PESSOAS NEXT RECORD
                   AT END
                       SET FIM-CADASTRO TO TRUE
               END-READ
               IF NOT FIM-CADASTRO AND WS-STATUS-CADASTRO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                           WS-STATUS-CADASTRO
                   PERFORM I950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * CONFERE UMA PESSOA: SOMA NO TOTAL DA SITUACAO, LISTA A PESSOA
      * ATIVA COM CPF FALECIDO OU CANCELADO E O CPF QUE A RECEITA NAO
      * DEVOLVEU NESTA CONSULTA. PESSOA SEM CPF SO E CONTADA.
      ******************************************************************
       I460-CONFERIR-REGISTRO.
           ADD 1                         TO WS-QTDE-PESSOAS
           SET TAB-SITUACAO-IDX          TO 1
           SEARCH TAB-SITUACAO-OCOR
               AT END
                   SET TAB-SITUACAO-IDX  TO 7
               WHEN TAB-SITUACAO-COD (TAB-SITUACAO-IDX)
                                         = CR-CPF-SITUACAO
                   CONTINUE
           END-SEARCH
           SET WS-SIT-IDX                TO TAB-SITUACAO-IDX
           IF CR-ATIVO
               ADD 1                     TO WS-TOT-ATIVOS (WS-SIT-IDX)
           ELSE
               ADD 1                     TO WS-TOT-INATIVOS (WS-SIT-IDX)
           END-IF

           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE CR-CHAVE                 TO WS-LDT-CHAVE
           MOVE CR-CPF                   TO WS-LDT-CPF
           MOVE FUNCTION
               CONCATENATE(CR-PRIMEIRO-NOME ' ' CR-ULTIMO-NOME)
                                         TO WS-LDT-NOME
           IF CR-ATIVO
               MOVE 'ATIVO'              TO WS-LDT-REGISTRO
           ELSE
               MOVE 'INATIVO'            TO WS-LDT-REGISTRO
           END-IF

           IF CR-CPF = ZEROS
               ADD 1                     TO WS-QTDE-SEM-CPF
           ELSE
               IF CR-CPF-DATA-CONSULTA NOT = WS-DATA-CONSULTA-NUM
                   MOVE 'CPF NAO DEVOLVIDO PELA RECEITA'
                                         TO WS-LDT-OCORRENCIA
                   PERFORM I710-IMPRIMIR-DETALHE
                   ADD 1                 TO WS-QTDE-NAO-RETORNADOS
               END-IF
           END-IF

      ******* A SITUACAO DE UMA CONSULTA ANTERIOR TAMBEM VALE: A PESSOA
      ******* ATIVA COM CPF FALECIDO OU CANCELADO SAI AINDA QUE AUSENTE
           IF CR-ATIVO AND CR-CPF-FALECIDO
               MOVE 'PESSOA ATIVA COM CPF DE TITULAR FALECIDO'
                                         TO WS-LDT-OCORRENCIA
               PERFORM I710-IMPRIMIR-DETALHE
               ADD 1                     TO WS-QTDE-ATIVOS-IMPEDIDOS
           END-IF
           IF CR-ATIVO AND CR-CPF-CANCELADO
               MOVE 'PESSOA ATIVA COM CPF CANCELADO'
                                         TO WS-LDT-OCORRENCIA
               PERFORM I710-IMPRIMIR-DETALHE
               ADD 1                     TO WS-QTDE-ATIVOS-IMPEDIDOS
           END-IF
           PERFORM I410-LER-PROXIMO-REGISTRO
           .

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS), CARIMBADO
      * COM A DATA E A HORA DO EVENTO, DA MESMA FORMA QUE O CADMOV01
      ******************************************************************
       I700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           SET AU-OPER-ALTERACAO         TO TRUE
           MOVE 'CADSRF01'               TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           SET AU-IMAGEM-ANTES           TO TRUE
           MOVE WS-IMAGEM-ANTES          TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF

           SET AU-IMAGEM-DEPOIS          TO TRUE
           MOVE WS-IMAGEM-DEPOIS         TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           .

       I710-IMPRIMIR-DETALHE.
           IF WS-LINHAS-NA-PAGINA = ZEROS
               PERFORM I600-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-LINHA-DETALHE         TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           ADD 1                         TO WS-LINHAS-NA-PAGINA
           IF WS-LINHAS-NA-PAGINA = WS-LINHAS-POR-PAGINA
               MOVE ZEROS                TO WS-LINHAS-NA-PAGINA
               MOVE SPACES               TO RE-LINHA-RELATORIO
               PERFORM I790-GRAVAR-LINHA
           END-IF
           .

      ******************************************************************
      * GRAVA UMA EXCECAO EM ABERTO PARA A PESSOA ATUAL, NO MESMO
      * LAYOUT E CICLO DE VIDA DAS EXCECOES DO CADVAR01, PARA QUE ELA
      * CAIA NA FILA DE CORRECAO DO CADEXC01
      ******************************************************************
       I720-GRAVAR-EXCECAO.
           MOVE CR-CHAVE                 TO EX-CHAVE
           MOVE FUNCTION
               CONCATENATE(CR-PRIMEIRO-NOME ' ' CR-ULTIMO-NOME)
                                         TO EX-NOME-COMPLETO
           MOVE 'CPF'                    TO EX-CAMPO
           IF CR-CPF-FALECIDO
               MOVE 'CPF DE TITULAR FALECIDO NA RECEITA FEDERAL'
                                         TO EX-MOTIVO
           ELSE
               MOVE 'CPF CANCELADO NA RECEITA FEDERAL'
                                         TO EX-MOTIVO
           END-IF
           ACCEPT EX-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT EX-HORA-EVENTO         FROM TIME
           MOVE 'CADSRF01'               TO EX-PROGRAMA
           MOVE 'BATCH'                  TO EX-OPERADOR
           SET EX-ABERTA                 TO TRUE
           MOVE ZEROS                    TO EX-DATA-RESOLUCAO
           MOVE SPACES                   TO EX-OPERADOR-RESOLUCAO
           WRITE EX-REGISTRO-EXCECAO
           IF WS-STATUS-EXCECOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-EXCECOES. STATUS: '
                       WS-STATUS-EXCECOES
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-EXCECOES
           .

       I600-IMPRIMIR-CABECALHO.
           ADD 1                         TO WS-NUMERO-PAGINA
           MOVE WS-NUMERO-PAGINA         TO WS-PAGINA-EDIT
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-CABECALHO-DATA        TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-CABECALHO-2           TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           .

       I790-GRAVAR-LINHA.
           WRITE RE-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-RECEITA. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM I950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * TOTAIS: PESSOAS POR SITUACAO DO CPF (ATIVAS E INATIVAS) E AS
      * QUANTIDADES DA CONSULTA
      ******************************************************************
       I800-IMPRIMIR-TOTAIS.
           IF WS-NUMERO-PAGINA = ZEROS
               PERFORM I600-IMPRIMIR-CABECALHO
               MOVE 'NENHUMA OCORRENCIA NA CONSULTA.'
                                         TO RE-LINHA-RELATORIO
               PERFORM I790-GRAVAR-LINHA
           END-IF
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-CABECALHO-SITUACAO    TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA (1:48)
                                         TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           PERFORM I810-IMPRIMIR-LINHA-SITUACAO
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX GREATER THAN 7

           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           MOVE 'LINHAS LIDAS NO ARQUIVO DA RECEITA     :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-LIDAS            TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS ATUALIZADAS                    :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-ATUALIZADOS      TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'CPFS DA RECEITA SEM CADASTRO           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-NAO-CADASTRADOS  TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'LINHAS INVALIDAS NO ARQUIVO DA RECEITA :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-INVALIDAS        TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'REJEITADAS - PESSOA ALTERADA NO MEIO   :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-LCK-QTDE-CONFLITOS    TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS NO CADASTRO                    :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-PESSOAS          TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS SEM CPF INFORMADO              :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-SEM-CPF          TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'CPFS NAO DEVOLVIDOS PELA RECEITA       :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-NAO-RETORNADOS   TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'ATIVOS COM CPF FALECIDO OU CANCELADO   :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-ATIVOS-IMPEDIDOS TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           MOVE 'EXCECOES ABERTAS PARA O CADEXC01       :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-EXCECOES         TO WS-LTT-VALOR
           PERFORM I820-IMPRIMIR-LINHA-TOTAL
           .

       I810-IMPRIMIR-LINHA-SITUACAO.
           MOVE TAB-SITUACAO-DESCRICAO (WS-SIT-IDX)
                                         TO WS-LSI-DESCRICAO
           MOVE WS-TOT-ATIVOS (WS-SIT-IDX)
                                         TO WS-LSI-ATIVOS
           MOVE WS-TOT-INATIVOS (WS-SIT-IDX)
                                         TO WS-LSI-INATIVOS
           MOVE WS-LINHA-SITUACAO        TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           .

       I820-IMPRIMIR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL           TO RE-LINHA-RELATORIO
           PERFORM I790-GRAVAR-LINHA
           .

       I850-EXIBIR-RESUMO.
           DISPLAY ' '
           DISPLAY '========== RESUMO DA CONSULTA NA RECEITA =========='
           DISPLAY 'LINHAS LIDAS DA RECEITA    : ' WS-QTDE-LIDAS
           DISPLAY 'PESSOAS ATUALIZADAS        : ' WS-QTDE-ATUALIZADOS
           DISPLAY 'CPFS SEM CADASTRO          : '
                   WS-QTDE-NAO-CADASTRADOS
           DISPLAY 'LINHAS INVALIDAS           : ' WS-QTDE-INVALIDAS
           DISPLAY 'ALTERADAS NO MEIO TEMPO    : '
                   WS-LCK-QTDE-CONFLITOS
           DISPLAY 'CPFS NAO DEVOLVIDOS        : '
                   WS-QTDE-NAO-RETORNADOS
           DISPLAY 'ATIVOS FALECIDO/CANCELADO  : '
                   WS-QTDE-ATIVOS-IMPEDIDOS
           DISPLAY 'EXCECOES GRAVADAS          : ' WS-QTDE-EXCECOES
           .

      ******************************************************************
      * GRAVA O REGISTRO DE CONTROLE DE EXECUCAO NO ARQUIVO CADRUN.
      * UMA FALHA AQUI NAO DERRUBA O JOB: O REGISTRO E DE CONTROLE,
      * NAO DE NEGOCIO.
      ******************************************************************
       I870-GRAVAR-RUN-LOG.
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
               MOVE 'CADSRF01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE WS-QTDE-LIDAS        TO RC-QTDE-LIDOS
               MOVE WS-QTDE-ATUALIZADOS  TO RC-QTDE-APLICADOS
               COMPUTE RC-QTDE-REJEITADOS = WS-QTDE-NAO-CADASTRADOS
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

       I900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-RECEITA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE RELATORIO-RECEITA
           .

       I950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           PERFORM I870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-RECEITA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE RELATORIO-RECEITA
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * ARQUIVO DA RECEITA VAZIO: NADA FOI ALTERADO. SEM ESTA RECUSA A
      * SEGUNDA PASSADA LISTARIA O CADASTRO INTEIRO COMO NAO DEVOLVIDO.
      ******************************************************************
       I960-RECUSAR-ARQUIVO.
           DISPLAY 'ARQUIVO DA RECEITA VAZIO. NENHUM CPF FOI '
                   'ATUALIZADO.'
           MOVE 12                       TO WS-RETORNO
           PERFORM I870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-RECEITA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXCECOES
           CLOSE RELATORIO-RECEITA
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==I950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADSRF01.
