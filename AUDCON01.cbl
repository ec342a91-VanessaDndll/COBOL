      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO NOTURNA DA TRILHA DE AUDITORIA COM O
      *          CADASTRO DE PESSOAS. A RECUPERACAO DO CADREC01 SO
      *          FUNCIONA SE O CADAUD (MES CORRENTE) E O CADHIS (MESES
      *          FECHADOS) REGISTRAREM TODA ALTERACAO DO CADPES. ESTE
      *          JOB CONFERE ISSO: PARA CADA PESSOA DO CADPES, A ULTIMA
      *          IMAGEM DEPOIS GRAVADA NA TRILHA TEM DE SER IGUAL AO
      *          REGISTRO ATUAL, CAMPO A CAMPO PELO LAYOUT CADREG01.
      *          SAO LISTADAS TRES DIVERGENCIAS:
      *            - PESSOA SEM NENHUMA IMAGEM NA TRILHA;
      *            - ULTIMA IMAGEM DIFERENTE DO CADASTRO (COM OS
      *              CAMPOS QUE DIFEREM, VALOR DO CADASTRO E DA
      *              IMAGEM);
      *            - IMAGENS DE CHAVE QUE NAO EXISTE MAIS NO CADPES
      *              NEM NO ARQUIVO MORTO CADARQ.
      *          AS TRES FONTES SAO LIDAS EM ORDEM DE CHAVE E CASADAS
      *          NUM UNICO PASSE (LINHA BALANCEADA): O CADPES E O
      *          CADHIS JA SAO INDEXADOS PELA CHAVE E O CADAUD, QUE E
      *          SEQUENCIAL, E CARREGADO NUMA TABELA INTERNA (SO A
      *          ULTIMA IMAGEM DEPOIS DE CADA CHAVE) E ORDENADO. A
      *          IMAGEM DO CADAUD, MAIS RECENTE, PREVALECE SOBRE A DO
      *          CADHIS. QUALQUER DIVERGENCIA TERMINA O JOB COM RETURN
      *          CODE 8, PARA A CADEIA PARAR ANTES DO PROXIMO DELTA DO
      *          CADEXT01; O RELATORIO SAI EM RELCON.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES; O CARIMBO
      *                  DA ULTIMA ALTERACAO FICA FORA DA CONFERENCIA.
      * 15/10/2026 VD    CONTADOR DE CONFLITOS DO CADRUN
      *                  (RC-QTDE-CONFLITOS) GRAVADO ZERADO: O PROGRAMA
      *                  NAO REGRAVA O CADPES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCON01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-HISTORIA        ASSIGN TO "CADHIS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HS-CHAVE-HISTORIA
                  FILE STATUS IS WS-STATUS-HISTORIA.

           SELECT ARQ-AUDITORIA       ASSIGN TO "CADAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-MORTO           ASSIGN TO "CADARQ"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AR-CHAVE
                  FILE STATUS IS WS-STATUS-MORTO.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO "RELCON"
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

       FD  ARQ-HISTORIA
           LABEL RECORD IS STANDARD.
       COPY HSTREG01.

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.
       01  AR-REGISTRO-ARQUIVO.
           03  AR-CHAVE                   PIC X(10).
           03  AR-DADOS-PESSOA            PIC X(202).

       FD  RELATORIO-CONCILIACAO
           LABEL RECORD IS STANDARD.
       01  RN-LINHA-RELATORIO             PIC X(132).

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-HISTORIA          PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-MORTO             PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  FIM-CADASTRO            VALUE 'S'.
           03  WS-FIM-HISTORIA             PIC X(01) VALUE 'N'.
               88  FIM-HISTORIA            VALUE 'S'.
           03  WS-FIM-AUDITORIA            PIC X(01) VALUE 'N'.
               88  FIM-AUDITORIA           VALUE 'S'.
           03  WS-HISTORIA-ABERTA          PIC X(01) VALUE 'N'.
               88  HISTORIA-ABERTA         VALUE 'S'.
           03  WS-MORTO-ABERTO             PIC X(01) VALUE 'N'.
               88  MORTO-ABERTO            VALUE 'S'.
           03  WS-ENTRADA-ACHADA           PIC X(01) VALUE 'N'.
               88  ENTRADA-ACHADA          VALUE 'S'.
           03  WS-HOUVE-TROCA              PIC X(01) VALUE 'N'.
               88  HOUVE-TROCA             VALUE 'S'.
           03  WS-TEM-IMAGEM               PIC X(01) VALUE 'N'.
               88  TEM-IMAGEM              VALUE 'S'.
           03  WS-HOUVE-DIFERENCA          PIC X(01) VALUE 'N'.
               88  HOUVE-DIFERENCA         VALUE 'S'.

      ******* CHAVE EM CONCILIACAO (A MENOR DAS TRES FONTES)
       01  WS-CHAVE-ATUAL                  PIC X(10) VALUE SPACES.

      ******************************************************************
      * TABELA INTERNA COM A ULTIMA IMAGEM DEPOIS DE CADA CHAVE DO
      * CADAUD (O MES CORRENTE), ORDENADA POR CHAVE ANTES DO CASAMENTO
      * COM O CADPES E O CADHIS. O LIMITE DE 9999 CHAVES ALTERADAS NO
      * MES COBRE COM FOLGA O MOVIMENTO ATUAL; ESTOURAR O LIMITE
      * ENCERRA O PROGRAMA COM ERRO EM VEZ DE CONCILIAR PELA METADE.
      ******************************************************************
       01  WS-TABELA-AUDITORIA.
           03  WS-AUD-QTD                  PIC 9(05) VALUE ZEROS.
           03  WS-AUD-OCOR OCCURS 9999 TIMES.
               05  WS-AUD-CHAVE            PIC X(10).
               05  WS-AUD-MOMENTO.
                   07  WS-AUD-DATA         PIC 9(08).
                   07  WS-AUD-HORA         PIC 9(08).
               05  WS-AUD-OPERADOR         PIC X(08).
               05  WS-AUD-IMAGEM           PIC X(212).

       01  WS-TROCA-AUD                    PIC X(246).

      ******* DATA/HORA DA IMAGEM LIDA, PARA COMPARAR COM A GUARDADA
       01  WS-MOMENTO-LIDO.
           03  WS-MOL-DATA                 PIC 9(08) VALUE ZEROS.
           03  WS-MOL-HORA                 PIC 9(08) VALUE ZEROS.

       01  WS-INDICES.
           03  WS-I                        PIC 9(05) VALUE ZEROS.
           03  WS-J                        PIC 9(05) VALUE ZEROS.
           03  WS-PROX-AUD                 PIC 9(05) VALUE 1.

      ******* ULTIMA IMAGEM DEPOIS ACHADA PARA A CHAVE ATUAL
       01  WS-ULTIMA-IMAGEM.
           03  WS-ULT-ORIGEM               PIC X(06).
           03  WS-ULT-MOMENTO.
               05  WS-ULT-DATA             PIC 9(08).
               05  WS-ULT-HORA             PIC 9(08).
           03  WS-ULT-OPERADOR             PIC X(08).
           03  WS-ULT-IMAGEM               PIC X(212).

       01  WS-IMAGEM-CADASTRO              PIC X(212) VALUE SPACES.

      ******************************************************************
      * TABELA DOS CAMPOS DE CADREG01 (DESCRICAO + POSICAO + TAMANHO
      * DENTRO DA IMAGEM DE 212 BYTES), A MESMA DO AUDREL01. A CHAVE
      * (POSICAO 1) FICA DE FORA: E ELA QUE CASA A IMAGEM COM A
      * PESSOA. OS 18 CAMPOS COBREM OS DADOS DA PESSOA SEM BURACO; O
      * CARIMBO DA ULTIMA ALTERACAO (POSICAO 189 EM DIANTE) TAMBEM FICA
      * DE FORA, POIS AS IMAGENS ANTIGAS DA TRILHA NAO O TEM.
      * LAYOUT DE CADA LINHA: DESCRICAO(15) + POS(03) + TAM(03).
      ******************************************************************
       01  TAB-CAMPO-VALORES.
           03  FILLER PIC X(21) VALUE 'PRIMEIRO NOME  011015'.
           03  FILLER PIC X(21) VALUE 'ULTIMO NOME    026015'.
           03  FILLER PIC X(21) VALUE 'TELEFONE       041012'.
           03  FILLER PIC X(21) VALUE 'RUA            053020'.
           03  FILLER PIC X(21) VALUE 'BAIRRO         073015'.
           03  FILLER PIC X(21) VALUE 'CIDADE         088020'.
           03  FILLER PIC X(21) VALUE 'UF             108002'.
           03  FILLER PIC X(21) VALUE 'CEP            110008'.
           03  FILLER PIC X(21) VALUE 'NACIONALIDADE  118015'.
           03  FILLER PIC X(21) VALUE 'PROFISSAO      133015'.
           03  FILLER PIC X(21) VALUE 'PROFISSAO COD  148003'.
           03  FILLER PIC X(21) VALUE 'CPF            151011'.
           03  FILLER PIC X(21) VALUE 'SITUACAO       162001'.
           03  FILLER PIC X(21) VALUE 'DATA SITUACAO  163008'.
           03  FILLER PIC X(21) VALUE 'SITUACAO CPF   171001'.
           03  FILLER PIC X(21) VALUE 'DATA CONS CPF  172008'.
           03  FILLER PIC X(21) VALUE 'END DEVOLVIDO  180001'.
           03  FILLER PIC X(21) VALUE 'DATA DEVOLUCAO 181008'.

       01  TAB-CAMPO-TABELA REDEFINES TAB-CAMPO-VALORES.
           03  TAB-CAMPO-OCOR OCCURS 18 TIMES.
               05  TAB-CAMPO-DESCRICAO    PIC X(15).
               05  TAB-CAMPO-POS          PIC 9(03).
               05  TAB-CAMPO-TAM          PIC 9(03).

       01  WS-CAMPO-IDX                    PIC 9(02) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-PESSOAS             PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-IMAGENS-AUD         PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-IMAGENS-HIS         PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-CONFEREM            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-SEM-IMAGEM          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DIVERGENTES         PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-CAMPOS-DIFERENTES   PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ARQUIVADAS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ORFAS               PIC 9(07) VALUE ZEROS.

       01  WS-CONTROLE-PAGINA.
           03  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 45.
           03  WS-LINHAS-NA-PAGINA         PIC 9(02) VALUE ZEROS.
           03  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZEROS.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(43)
               VALUE 'CONCILIACAO DA TRILHA DE AUDITORIA'.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(7) VALUE 'PAGINA:'.
           03  WS-PAGINA-EDIT              PIC ZZZ9.

       01  WS-CABECALHO-2.
           03  FILLER PIC X(12) VALUE 'CHAVE'.
           03  FILLER PIC X(32) VALUE 'DIVERGENCIA'.
           03  FILLER PIC X(60) VALUE 'ULTIMA IMAGEM DEPOIS'.

       01  WS-LINHA-SEPARADORA             PIC X(120) VALUE ALL '-'.

       01  WS-LINHA-DETALHE.
           03  WS-LDT-CHAVE                PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-DIVERGENCIA          PIC X(30).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-IMAGEM               PIC X(60).

       01  WS-DESCRICAO-IMAGEM.
           03  WS-DSI-ORIGEM               PIC X(06).
           03  FILLER                      PIC X(08) VALUE '  DATA: '.
           03  WS-DSI-DATA                 PIC 9(08).
           03  FILLER                      PIC X(08) VALUE '  HORA: '.
           03  WS-DSI-HORA                 PIC 9(08).
           03  FILLER                      PIC X(12)
               VALUE '  OPERADOR: '.
           03  WS-DSI-OPERADOR             PIC X(08).

       01  WS-LINHA-CAMPO.
           03  FILLER                      PIC X(15) VALUE SPACES.
           03  WS-CPL-DESCRICAO            PIC X(15).
           03  FILLER                      PIC X(12)
               VALUE ' CADASTRO: ['.
           03  WS-CPL-VALOR-CADASTRO       PIC X(20).
           03  FILLER                      PIC X(11)
               VALUE '] IMAGEM: ['.
           03  WS-CPL-VALOR-IMAGEM         PIC X(20).
           03  FILLER                      PIC X(01) VALUE ']'.

       01  WS-LINHA-TOTAL.
           03  WS-LTT-DESCRICAO            PIC X(40).
           03  WS-LTT-VALOR                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM AC100-ABRIR-ARQUIVOS
           PERFORM AC200-CARREGAR-AUDITORIA
               THRU AC200-CARREGAR-AUDITORIA-FIM
           PERFORM AC250-ORDENAR-AUDITORIA
           PERFORM AC300-LER-CADASTRO
           PERFORM AC310-LER-HISTORIA
           PERFORM AC350-MENOR-CHAVE
           PERFORM AC400-CONCILIAR-CHAVE
               THRU AC400-CONCILIAR-CHAVE-FIM
               UNTIL WS-CHAVE-ATUAL = HIGH-VALUES
           IF WS-QTDE-SEM-IMAGEM > ZEROS
              OR WS-QTDE-DIVERGENTES > ZEROS
              OR WS-QTDE-ORFAS > ZEROS
               MOVE 8                    TO WS-RETORNO
           END-IF
           PERFORM AC800-IMPRIMIR-TOTAIS
           PERFORM AC850-EXIBIR-RESUMO
           PERFORM AC870-GRAVAR-RUN-LOG
           PERFORM AC900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * O CADPES E OBRIGATORIO. SEM CADHIS (ANTES DO PRIMEIRO ROLLOVER)
      * OU SEM CADARQ (ANTES DO PRIMEIRO EXPURGO) A CONCILIACAO SEGUE
      * COM O QUE EXISTE; O CADAUD E TRATADO EM AC200.
      ******************************************************************
       AC100-ABRIR-ARQUIVOS.
           OPEN INPUT CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF

           OPEN INPUT ARQ-HISTORIA
           IF WS-STATUS-HISTORIA = '35'
               DISPLAY 'SEM ARQUIVO DE HISTORIA (CADHIS). CONCILIACAO '
                       'SEGUE SO COM O CADAUD CORRENTE.'
               SET FIM-HISTORIA          TO TRUE
           ELSE
               IF WS-STATUS-HISTORIA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-HISTORIA. STATUS: '
                           WS-STATUS-HISTORIA
                   PERFORM AC950-ENCERRAR-COM-ERRO
               END-IF
               SET HISTORIA-ABERTA       TO TRUE
           END-IF

           OPEN INPUT ARQ-MORTO
           IF WS-STATUS-MORTO = '35'
               DISPLAY 'SEM ARQUIVO MORTO (CADARQ). IMAGENS SEM '
                       'PESSOA NO CADPES SAO TODAS DIVERGENCIA.'
           ELSE
               IF WS-STATUS-MORTO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQ-MORTO. STATUS: '
                           WS-STATUS-MORTO
                   PERFORM AC950-ENCERRAR-COM-ERRO
               END-IF
               SET MORTO-ABERTO          TO TRUE
           END-IF

           OPEN OUTPUT RELATORIO-CONCILIACAO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-CONCILIACAO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * CARREGA DO CADAUD A ULTIMA IMAGEM DEPOIS DE CADA CHAVE. O
      * ARQUIVO E GRAVADO EM ORDEM CRONOLOGICA, MAS A DATA/HORA E
      * CONFERIDA ASSIM MESMO PARA NAO DEPENDER DISSO.
      ******************************************************************
       AC200-CARREGAR-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               DISPLAY 'SEM ARQUIVO DE AUDITORIA (CADAUD). '
                       'CONCILIACAO SEGUE SO COM O CADHIS.'
               GO TO AC200-CARREGAR-AUDITORIA-FIM
           END-IF
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF

           PERFORM AC210-LER-AUDITORIA
           PERFORM AC220-GUARDAR-IMAGEM-AUDITORIA
               UNTIL FIM-AUDITORIA
           CLOSE ARQ-AUDITORIA
           .
       AC200-CARREGAR-AUDITORIA-FIM.
           EXIT.

       AC210-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   SET FIM-AUDITORIA     TO TRUE
           END-READ
           IF NOT FIM-AUDITORIA AND WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF
           .

       AC220-GUARDAR-IMAGEM-AUDITORIA.
           ADD 1                         TO WS-QTDE-IMAGENS-AUD
           IF AU-IMAGEM-DEPOIS
               MOVE 'N'                  TO WS-ENTRADA-ACHADA
               PERFORM AC221-LOCALIZAR-CHAVE-AUD
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER THAN WS-AUD-QTD
                      OR ENTRADA-ACHADA
               IF ENTRADA-ACHADA
                   SUBTRACT 1            FROM WS-I
               ELSE
                   IF WS-AUD-QTD = 9999
                       DISPLAY 'CAPACIDADE DA TABELA INTERNA (9999) '
                               'EXCEDIDA.'
                       PERFORM AC950-ENCERRAR-COM-ERRO
                   END-IF
                   ADD 1                 TO WS-AUD-QTD
                   MOVE WS-AUD-QTD       TO WS-I
                   MOVE AU-CHAVE         TO WS-AUD-CHAVE (WS-I)
                   MOVE ZEROS            TO WS-AUD-MOMENTO (WS-I)
               END-IF
               MOVE AU-DATA-EVENTO       TO WS-MOL-DATA
               MOVE AU-HORA-EVENTO       TO WS-MOL-HORA
               IF WS-MOMENTO-LIDO NOT LESS THAN WS-AUD-MOMENTO (WS-I)
                   MOVE AU-DATA-EVENTO   TO WS-AUD-DATA (WS-I)
                   MOVE AU-HORA-EVENTO   TO WS-AUD-HORA (WS-I)
                   MOVE AU-OPERADOR      TO WS-AUD-OPERADOR (WS-I)
                   MOVE AU-IMAGEM-REGISTRO
                                         TO WS-AUD-IMAGEM (WS-I)
               END-IF
           END-IF
           PERFORM AC210-LER-AUDITORIA
           .

       AC221-LOCALIZAR-CHAVE-AUD.
           IF WS-AUD-CHAVE (WS-I) = AU-CHAVE
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

      ******* ORDENA A TABELA DO CADAUD POR CHAVE (CHAVES UNICAS)
       AC250-ORDENAR-AUDITORIA.
           IF WS-AUD-QTD > 1
               MOVE 'S'                  TO WS-HOUVE-TROCA
               PERFORM AC260-PASSADA-AUDITORIA
                   UNTIL NOT HOUVE-TROCA
           END-IF
           .

       AC260-PASSADA-AUDITORIA.
           MOVE 'N'                      TO WS-HOUVE-TROCA
           PERFORM AC261-COMPARAR-AUDITORIA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I NOT LESS THAN WS-AUD-QTD
           .

       AC261-COMPARAR-AUDITORIA.
           COMPUTE WS-J = WS-I + 1
           IF WS-AUD-CHAVE (WS-I) GREATER THAN WS-AUD-CHAVE (WS-J)
               MOVE WS-AUD-OCOR (WS-I)   TO WS-TROCA-AUD
               MOVE WS-AUD-OCOR (WS-J)   TO WS-AUD-OCOR (WS-I)
               MOVE WS-TROCA-AUD         TO WS-AUD-OCOR (WS-J)
               MOVE 'S'                  TO WS-HOUVE-TROCA
           END-IF
           .

       AC300-LER-CADASTRO.
           READ CADASTRO-PESSOAS NEXT RECORD
               AT END
                   SET FIM-CADASTRO      TO TRUE
           END-READ
           IF NOT FIM-CADASTRO AND WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF
           .

       AC310-LER-HISTORIA.
           IF NOT FIM-HISTORIA
               READ ARQ-HISTORIA NEXT RECORD
                   AT END
                       SET FIM-HISTORIA  TO TRUE
               END-READ
               IF NOT FIM-HISTORIA AND WS-STATUS-HISTORIA NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-HISTORIA. STATUS: '
                           WS-STATUS-HISTORIA
                   PERFORM AC950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * A PROXIMA CHAVE A CONCILIAR E A MENOR ENTRE O CADPES, O CADHIS
      * E A TABELA DO CADAUD; HIGH-VALUES QUANDO AS TRES ACABARAM
      ******************************************************************
       AC350-MENOR-CHAVE.
           MOVE HIGH-VALUES              TO WS-CHAVE-ATUAL
           IF NOT FIM-CADASTRO
               MOVE CR-CHAVE             TO WS-CHAVE-ATUAL
           END-IF
           IF NOT FIM-HISTORIA
              AND HS-CHAVE LESS THAN WS-CHAVE-ATUAL
               MOVE HS-CHAVE             TO WS-CHAVE-ATUAL
           END-IF
           IF WS-PROX-AUD NOT GREATER THAN WS-AUD-QTD
               IF WS-AUD-CHAVE (WS-PROX-AUD) LESS THAN WS-CHAVE-ATUAL
                   MOVE WS-AUD-CHAVE (WS-PROX-AUD)
                                         TO WS-CHAVE-ATUAL
               END-IF
           END-IF
           .

      ******************************************************************
      * CONCILIA UMA CHAVE: ACHA A ULTIMA IMAGEM DEPOIS NO CADHIS E NO
      * CADAUD (ESTE PREVALECE QUANDO MAIS RECENTE) E CONFERE COM A
      * PESSOA DO CADPES; SEM PESSOA, A IMAGEM E ORFA SE A CHAVE
      * TAMBEM NAO ESTIVER NO ARQUIVO MORTO
      ******************************************************************
       AC400-CONCILIAR-CHAVE.
           MOVE 'N'                      TO WS-TEM-IMAGEM
           INITIALIZE WS-ULTIMA-IMAGEM
           PERFORM AC410-GUARDAR-IMAGEM-HISTORIA
               UNTIL FIM-HISTORIA
                  OR HS-CHAVE NOT = WS-CHAVE-ATUAL
           IF WS-PROX-AUD NOT GREATER THAN WS-AUD-QTD
               IF WS-AUD-CHAVE (WS-PROX-AUD) = WS-CHAVE-ATUAL
                   PERFORM AC420-GUARDAR-IMAGEM-AUDITORIA
                   ADD 1                 TO WS-PROX-AUD
               END-IF
           END-IF

           IF NOT FIM-CADASTRO AND CR-CHAVE = WS-CHAVE-ATUAL
               ADD 1                     TO WS-QTDE-PESSOAS
               PERFORM AC450-CONFERIR-PESSOA
                   THRU AC450-CONFERIR-PESSOA-FIM
               PERFORM AC300-LER-CADASTRO
           ELSE
               PERFORM AC500-CONFERIR-IMAGEM-ORFA
                   THRU AC500-CONFERIR-IMAGEM-ORFA-FIM
           END-IF
           PERFORM AC350-MENOR-CHAVE
           .
       AC400-CONCILIAR-CHAVE-FIM.
           EXIT.

      ******* O CADHIS VEM EM ORDEM DE DATA/HORA DENTRO DA CHAVE: A
      ******* ULTIMA IMAGEM DEPOIS LIDA E A MAIS RECENTE
       AC410-GUARDAR-IMAGEM-HISTORIA.
           ADD 1                         TO WS-QTDE-IMAGENS-HIS
           IF HS-IMAGEM-DEPOIS
               MOVE 'CADHIS'             TO WS-ULT-ORIGEM
               MOVE HS-DATA-EVENTO       TO WS-ULT-DATA
               MOVE HS-HORA-EVENTO       TO WS-ULT-HORA
               MOVE HS-OPERADOR          TO WS-ULT-OPERADOR
               MOVE HS-IMAGEM-REGISTRO   TO WS-ULT-IMAGEM
               SET TEM-IMAGEM            TO TRUE
           END-IF
           PERFORM AC310-LER-HISTORIA
           .

       AC420-GUARDAR-IMAGEM-AUDITORIA.
           IF NOT TEM-IMAGEM
              OR WS-AUD-MOMENTO (WS-PROX-AUD)
                 NOT LESS THAN WS-ULT-MOMENTO
               MOVE 'CADAUD'             TO WS-ULT-ORIGEM
               MOVE WS-AUD-DATA (WS-PROX-AUD)
                                         TO WS-ULT-DATA
               MOVE WS-AUD-HORA (WS-PROX-AUD)
                                         TO WS-ULT-HORA
               MOVE WS-AUD-OPERADOR (WS-PROX-AUD)
                                         TO WS-ULT-OPERADOR
               MOVE WS-AUD-IMAGEM (WS-PROX-AUD)
                                         TO WS-ULT-IMAGEM
               SET TEM-IMAGEM            TO TRUE
           END-IF
           .

      ******************************************************************
      * PESSOA DO CADPES: SEM IMAGEM NENHUMA, OU IMAGEM COM ALGUM
      * CAMPO DIFERENTE DO CADASTRO, E DIVERGENCIA
      ******************************************************************
       AC450-CONFERIR-PESSOA.
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE WS-CHAVE-ATUAL           TO WS-LDT-CHAVE
           IF NOT TEM-IMAGEM
               MOVE 'SEM IMAGEM NA TRILHA'
                                         TO WS-LDT-DIVERGENCIA
               MOVE 'NENHUMA IMAGEM DEPOIS NO CADAUD NEM NO CADHIS'
                                         TO WS-LDT-IMAGEM
               PERFORM AC710-IMPRIMIR-DETALHE
               ADD 1                     TO WS-QTDE-SEM-IMAGEM
               GO TO AC450-CONFERIR-PESSOA-FIM
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-CADASTRO
           MOVE 'N'                      TO WS-HOUVE-DIFERENCA
           PERFORM AC460-COMPARAR-CAMPO
               VARYING WS-CAMPO-IDX FROM 1 BY 1
               UNTIL WS-CAMPO-IDX GREATER THAN 18
           IF NOT HOUVE-DIFERENCA
               ADD 1                     TO WS-QTDE-CONFEREM
               GO TO AC450-CONFERIR-PESSOA-FIM
           END-IF

           MOVE 'IMAGEM DIFERE DO CADASTRO'
                                         TO WS-LDT-DIVERGENCIA
           PERFORM AC720-DESCREVER-IMAGEM
           PERFORM AC710-IMPRIMIR-DETALHE
           PERFORM AC470-IMPRIMIR-CAMPO
               VARYING WS-CAMPO-IDX FROM 1 BY 1
               UNTIL WS-CAMPO-IDX GREATER THAN 18
           ADD 1                         TO WS-QTDE-DIVERGENTES
           .
       AC450-CONFERIR-PESSOA-FIM.
           EXIT.

       AC460-COMPARAR-CAMPO.
           IF WS-IMAGEM-CADASTRO (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                  TAB-CAMPO-TAM (WS-CAMPO-IDX))
              NOT = WS-ULT-IMAGEM (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                   TAB-CAMPO-TAM (WS-CAMPO-IDX))
               SET HOUVE-DIFERENCA       TO TRUE
           END-IF
           .

      ******* UMA LINHA POR CAMPO DIFERENTE: VALOR DO CADASTRO E DA
      ******* ULTIMA IMAGEM DA TRILHA
       AC470-IMPRIMIR-CAMPO.
           IF WS-IMAGEM-CADASTRO (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                  TAB-CAMPO-TAM (WS-CAMPO-IDX))
              NOT = WS-ULT-IMAGEM (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                   TAB-CAMPO-TAM (WS-CAMPO-IDX))
               ADD 1                     TO WS-QTDE-CAMPOS-DIFERENTES
               MOVE TAB-CAMPO-DESCRICAO (WS-CAMPO-IDX)
                                         TO WS-CPL-DESCRICAO
               MOVE WS-IMAGEM-CADASTRO (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                        TAB-CAMPO-TAM (WS-CAMPO-IDX))
                                         TO WS-CPL-VALOR-CADASTRO
               MOVE WS-ULT-IMAGEM (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                   TAB-CAMPO-TAM (WS-CAMPO-IDX))
                                         TO WS-CPL-VALOR-IMAGEM
               MOVE WS-LINHA-CAMPO       TO WS-LINHA-DETALHE
               PERFORM AC710-IMPRIMIR-DETALHE
           END-IF
           .

      ******************************************************************
      * IMAGENS DE UMA CHAVE QUE NAO ESTA NO CADPES: NORMAIS SE A
      * PESSOA FOI EXPURGADA PARA O CADARQ; SENAO, DIVERGENCIA
      ******************************************************************
       AC500-CONFERIR-IMAGEM-ORFA.
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           IF MORTO-ABERTO
               MOVE WS-CHAVE-ATUAL       TO AR-CHAVE
               READ ARQ-MORTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENTRADA-ACHADA TO TRUE
               END-READ
               IF WS-STATUS-MORTO NOT = '00'
                              AND WS-STATUS-MORTO NOT = '23'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-MORTO. STATUS: '
                           WS-STATUS-MORTO
                   PERFORM AC950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           IF ENTRADA-ACHADA
               ADD 1                     TO WS-QTDE-ARQUIVADAS
               GO TO AC500-CONFERIR-IMAGEM-ORFA-FIM
           END-IF

           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE WS-CHAVE-ATUAL           TO WS-LDT-CHAVE
           MOVE 'IMAGEM SEM PESSOA NO CADASTRO'
                                         TO WS-LDT-DIVERGENCIA
           IF TEM-IMAGEM
               PERFORM AC720-DESCREVER-IMAGEM
           ELSE
               MOVE 'SO IMAGENS ANTES NO CADHIS (PAR QUEBRADO)'
                                         TO WS-LDT-IMAGEM
           END-IF
           PERFORM AC710-IMPRIMIR-DETALHE
           ADD 1                         TO WS-QTDE-ORFAS
           .
       AC500-CONFERIR-IMAGEM-ORFA-FIM.
           EXIT.

       AC600-IMPRIMIR-CABECALHO.
           ADD 1                         TO WS-NUMERO-PAGINA
           MOVE WS-NUMERO-PAGINA         TO WS-PAGINA-EDIT
           MOVE SPACES                   TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           MOVE SPACES                   TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           MOVE WS-CABECALHO-2           TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           .

       AC710-IMPRIMIR-DETALHE.
           IF WS-LINHAS-NA-PAGINA = ZEROS
               PERFORM AC600-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-LINHA-DETALHE         TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           ADD 1                         TO WS-LINHAS-NA-PAGINA
           IF WS-LINHAS-NA-PAGINA = WS-LINHAS-POR-PAGINA
               MOVE ZEROS                TO WS-LINHAS-NA-PAGINA
               MOVE SPACES               TO RN-LINHA-RELATORIO
               PERFORM AC790-GRAVAR-LINHA
           END-IF
           .

      ******* ORIGEM, CARIMBO E OPERADOR DA ULTIMA IMAGEM DEPOIS
       AC720-DESCREVER-IMAGEM.
           MOVE WS-ULT-ORIGEM            TO WS-DSI-ORIGEM
           MOVE WS-ULT-DATA              TO WS-DSI-DATA
           MOVE WS-ULT-HORA              TO WS-DSI-HORA
           MOVE WS-ULT-OPERADOR          TO WS-DSI-OPERADOR
           MOVE WS-DESCRICAO-IMAGEM      TO WS-LDT-IMAGEM
           .

       AC790-GRAVAR-LINHA.
           WRITE RN-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-CONCILIACAO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM AC950-ENCERRAR-COM-ERRO
           END-IF
           .

       AC800-IMPRIMIR-TOTAIS.
           IF WS-NUMERO-PAGINA = ZEROS
               PERFORM AC600-IMPRIMIR-CABECALHO
               MOVE 'NENHUMA DIVERGENCIA ENTRE A TRILHA E O CADASTRO.'
                                         TO RN-LINHA-RELATORIO
               PERFORM AC790-GRAVAR-LINHA
           END-IF
           MOVE SPACES                   TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           MOVE 'PESSOAS LIDAS NO CADPES                :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-PESSOAS          TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'IMAGENS LIDAS NO CADAUD                :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-IMAGENS-AUD      TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'IMAGENS LIDAS NO CADHIS                :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-IMAGENS-HIS      TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS CONFERIDAS SEM DIVERGENCIA     :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-CONFEREM         TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS SEM IMAGEM NA TRILHA           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-SEM-IMAGEM       TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS COM IMAGEM DIFERENTE           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-DIVERGENTES      TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'CAMPOS DIFERENTES                      :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-CAMPOS-DIFERENTES TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'CHAVES NO ARQUIVO MORTO (SEM CONFERIR) :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-ARQUIVADAS       TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           MOVE 'CHAVES COM IMAGEM SEM PESSOA           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-ORFAS            TO WS-LTT-VALOR
           PERFORM AC810-IMPRIMIR-LINHA-TOTAL
           .

       AC810-IMPRIMIR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL           TO RN-LINHA-RELATORIO
           PERFORM AC790-GRAVAR-LINHA
           .

       AC850-EXIBIR-RESUMO.
           DISPLAY ' '
           DISPLAY '========== RESUMO DA CONCILIACAO DA AUDITORIA ====='
           DISPLAY 'PESSOAS LIDAS NO CADPES    : ' WS-QTDE-PESSOAS
           DISPLAY 'IMAGENS LIDAS NO CADAUD    : ' WS-QTDE-IMAGENS-AUD
           DISPLAY 'IMAGENS LIDAS NO CADHIS    : ' WS-QTDE-IMAGENS-HIS
           DISPLAY 'PESSOAS SEM DIVERGENCIA    : ' WS-QTDE-CONFEREM
           DISPLAY 'PESSOAS SEM IMAGEM         : ' WS-QTDE-SEM-IMAGEM
           DISPLAY 'PESSOAS COM IMAGEM DIFERENTE: '
                   WS-QTDE-DIVERGENTES
           DISPLAY 'CHAVES NO ARQUIVO MORTO    : ' WS-QTDE-ARQUIVADAS
           DISPLAY 'CHAVES COM IMAGEM SEM PESSOA: ' WS-QTDE-ORFAS
           IF WS-RETORNO = 8
               DISPLAY 'TRILHA DE AUDITORIA DIVERGE DO CADASTRO. '
                       'VER RELATORIO RELCON.'
           END-IF
           .

      ******************************************************************
      * GRAVA O REGISTRO DE CONTROLE DE EXECUCAO NO ARQUIVO CADRUN.
      * UMA FALHA AQUI NAO DERRUBA O JOB: O REGISTRO E DE CONTROLE,
      * NAO DE NEGOCIO.
      ******************************************************************
       AC870-GRAVAR-RUN-LOG.
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
               MOVE 'AUDCON01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE WS-QTDE-PESSOAS      TO RC-QTDE-LIDOS
               MOVE WS-QTDE-CONFEREM     TO RC-QTDE-APLICADOS
               COMPUTE RC-QTDE-REJEITADOS = WS-QTDE-SEM-IMAGEM
                                          + WS-QTDE-DIVERGENTES
                                          + WS-QTDE-ORFAS
               MOVE ZEROS                TO RC-QTDE-EXCECOES
               MOVE ZEROS                TO RC-QTDE-INCLUSOES
               MOVE ZEROS                TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO           TO RC-RETORNO
               MOVE ZEROS                TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
                           WS-STATUS-RUN-LOG
               END-IF
               CLOSE ARQ-RUN-LOG
           END-IF
           .

       AC900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           IF HISTORIA-ABERTA
               CLOSE ARQ-HISTORIA
           END-IF
           IF MORTO-ABERTO
               CLOSE ARQ-MORTO
           END-IF
           CLOSE RELATORIO-CONCILIACAO
           .

       AC950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           PERFORM AC870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-HISTORIA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-MORTO
           CLOSE RELATORIO-CONCILIACAO
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM AUDCON01.
