      *                  INTEIRO; O CADAUD SEQUENCIAL, AGORA SO COM O
      *                  MES CORRENTE, CONTINUA SENDO VARRIDO EM
      *                  SEGUIDA PARA COMPLETAR A RESPOSTA.
      * 15/10/2026 VD    LINHA DO EVENTO PASSOU A MOSTRAR O OPERADOR
      *                  QUE FEZ A ALTERACAO (AU-OPERADOR/HS-OPERADOR;
      *                  NOS JOBS BATCH, O NOME DO PROGRAMA).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES; CAMPOS
      *                  SITUACAO DO CPF E DATA DA CONSULTA NA
      *                  COMPARACAO ANTES/DEPOIS.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES; OS CAMPOS
      *                  DE ENDERECO DEVOLVIDO ENTRAM NA TABELA DE
      *                  CAMPOS COMPARADOS.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES; O CARIMBO
      *                  DA ULTIMA ALTERACAO FICA FORA DA TABELA DE
      *                  CAMPOS COMPARADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREL01.
           03  WS-EVT-DATA                 PIC 9(08) VALUE ZEROS.
           03  WS-EVT-HORA                 PIC 9(08) VALUE ZEROS.
           03  WS-EVT-OPERACAO             PIC X(01) VALUE SPACES.
           03  WS-EVT-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******************************************************************
      * TABELA DOS CAMPOS DE CADREG01 (DESCRICAO + POSICAO + TAMANHO
      * DENTRO DA IMAGEM DE 212 BYTES), USADA PARA COMPARAR AS IMAGENS
      * ANTES/DEPOIS CAMPO A CAMPO POR MODIFICACAO DE REFERENCIA. A
      * CHAVE (POSICAO 1) FICA DE FORA: ELA IDENTIFICA O EVENTO E NAO
      * MUDA NUMA ALTERACAO. O CARIMBO DA ULTIMA ALTERACAO (POSICAO
      * 189 EM DIANTE) TAMBEM FICA DE FORA: MUDA EM TODA GRAVACAO.
      * LAYOUT DE CADA LINHA: DESCRICAO(15) + POS(03) + TAM(03).
      ******************************************************************
       01  TAB-CAMPO-VALORES.
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
           03  FILLER                      PIC X(12)
               VALUE '  OPERACAO: '.
           03  WS-EVL-OPERACAO             PIC X(09).
           03  FILLER                      PIC X(12)
               VALUE '  OPERADOR: '.
           03  WS-EVL-OPERADOR             PIC X(08).

       01  WS-LINHA-CAMPO.
           03  FILLER                      PIC X(03) VALUE SPACES.
               MOVE HS-DATA-EVENTO       TO WS-EVT-DATA
               MOVE HS-HORA-EVENTO       TO WS-EVT-HORA
               MOVE HS-OPERACAO          TO WS-EVT-OPERACAO
               MOVE HS-OPERADOR          TO WS-EVT-OPERADOR
               MOVE HS-IMAGEM-REGISTRO   TO WS-IMAGEM-ANTES
               READ ARQ-HISTORIA NEXT RECORD
                   AT END
               MOVE AU-DATA-EVENTO       TO WS-EVT-DATA
               MOVE AU-HORA-EVENTO       TO WS-EVT-HORA
               MOVE AU-OPERACAO          TO WS-EVT-OPERACAO
               MOVE AU-OPERADOR          TO WS-EVT-OPERADOR
               MOVE AU-IMAGEM-REGISTRO   TO WS-IMAGEM-ANTES
               READ ARQ-AUDITORIA
                   AT END
           MOVE WS-EVT-CHAVE             TO WS-EVL-CHAVE
           MOVE WS-EVT-DATA              TO WS-EVL-DATA
           MOVE WS-EVT-HORA              TO WS-EVL-HORA
           MOVE WS-EVT-OPERADOR          TO WS-EVL-OPERADOR
           EVALUATE WS-EVT-OPERACAO
               WHEN 'I'
                   MOVE 'INCLUSAO'       TO WS-EVL-OPERACAO
           MOVE 'N'                      TO WS-HOUVE-MUDANCA
           PERFORM A500-COMPARAR-CAMPO
               VARYING WS-CAMPO-IDX FROM 1 BY 1
               UNTIL WS-CAMPO-IDX GREATER THAN 18
           IF NOT HOUVE-MUDANCA
               MOVE '   NENHUM CAMPO ALTERADO.'
                                         TO RA-LINHA-RELATORIO
