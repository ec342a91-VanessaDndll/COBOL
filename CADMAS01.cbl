      *          IMPRIME NO RELMAS QUANTOS REGISTROS CADA REGRA TOCOU.
      *          AS ENTRADAS NOVAS DEVEM EXISTIR NAS TABELAS (TABMNT01)
      *          ANTES DA MASSA; A VARREDURA NOTURNA CADVAR01 APONTA
      *          QUALQUER REFERENCIA QUE FICAR PARA TRAS. ANTES DE
      *          REGRAVAR, O JOB CONFERE QUE A PESSOA NAO FOI ALTERADA
      *          POR OUTRO PROGRAMA OU OPERADOR DEPOIS DA LEITURA
      *          (LCKPRC01); SE FOI, A PESSOA NAO E RENUMERADA, FICA
      *          LISTADA NO LOG DO JOB E CONTADA NO RELMAS E NO
      *          CADRUN - RODAR A MASSA DE NOVO COM AS MESMAS REGRAS
      *          ALCANCA QUEM FICOU PARA TRAS.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    AUDITORIA CARIMBADA COM O NOME DO PROGRAMA NO
      *                  OPERADOR (AU-OPERADOR), COMO TODO JOB BATCH.
      * 15/10/2026 VD    AS REGRAS TAMBEM RENUMERAM OS CONTATOS VIGENTES
      *                  DAS PESSOAS ATIVAS NO ARQUIVO CADCTT (VER
      *                  CTTREG01): DDD NOS TELEFONES (FILTRO PELA UF DA
      *                  PESSOA) E CEP NOS ENDERECOS (FILTRO PELA UF DO
      *                  ENDERECO). O RELMAS GANHOU A COLUNA DE
      *                  CONTATOS TOCADOS POR REGRA E O TOTAL.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES (SITUACAO DO
      *                  CPF NA RECEITA FEDERAL).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES. CEP
      *                  RENUMERADO LIMPA A MARCA DE ENDERECO DEVOLVIDO
      *                  PELOS CORREIOS (CADDEV01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO
      *                  DA ULTIMA ALTERACAO EM CADREG01).
      * 15/10/2026 VD    PROTECAO CONTRA ALTERACAO PERDIDA: CADPES
      *                  PASSA A ACESSO DYNAMIC PARA A RELEITURA ANTES
      *                  DO REWRITE (LCKPRC01), REGISTRO CARIMBADO COM
      *                  A ULTIMA ALTERACAO E PESSOA ALTERADA POR OUTRO
      *                  NO MEIO TEMPO NAO E REGRAVADA. A CONTAGEM POR
      *                  REGRA SO SOMA APOS A REGRAVACAO. NOVO REGISTRO
      *                  DE EXECUCAO NO CADRUN (VER RUNREG01).
      * 15/10/2026 VD    PESSOA RECUSADA POR CONFLITO NAO TEM OS
      *                  CONTATOS RENUMERADOS (N600); PESSOA E CONTATOS
      *                  SAO RENUMERADOS JUNTOS NA PROXIMA EXECUCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMAS01.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RELATORIO.

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
       01  RM-LINHA-RELATORIO             PIC X(132).

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-REGRAS            PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  FIM-REGRAS              VALUE 'S'.
           03  WS-REGISTRO-MUDOU           PIC X(01) VALUE 'N'.
               88  REGISTRO-MUDOU          VALUE 'S'.
           03  WS-CONTATO-MUDOU            PIC X(01) VALUE 'N'.
               88  CONTATO-MUDOU           VALUE 'S'.

      ******************************************************************
      * TABELA DAS REGRAS CARREGADAS DO ARQUIVO CADRGR, COM O CONTADOR
      * DE REGISTROS TOCADOS POR REGRA PARA O RELATORIO FINAL. A MARCA
      * DE CASAMENTO VALE PARA A PESSOA CORRENTE: O CONTADOR SO SOMA
      * DEPOIS QUE A REGRAVACAO PASSOU PELA CONFERENCIA DO LCK20.
      ******************************************************************
       01  WS-TABELA-REGRAS.
           03  WS-RGR-QTD                  PIC 9(02) VALUE ZEROS.
               05  WS-RGR-NOVO             PIC X(05).
               05  WS-RGR-UF               PIC X(02).
               05  WS-RGR-CONTA            PIC 9(07).
               05  WS-RGR-CONTA-CTT        PIC 9(07).
               05  WS-RGR-CASOU            PIC X(01).
                   88  RGR-CASOU           VALUE 'S'.

       01  WS-INDICES.
           03  WS-I                        PIC 9(02) VALUE ZEROS.
           03  WS-QTDE-ATIVOS              PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-INATIVOS            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ALTERADOS           PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-CTT-ALTERADOS       PIC 9(07) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* SEGUNDA REGRA REMOVA O QUE A PRIMEIRA ACABOU DE GRAVAR,
      ******* E CADA PESSOA CONTA EM UMA UNICA REGRA POR CAMPO.
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-ANTES-R REDEFINES WS-IMAGEM-ANTES.
           03  FILLER                      PIC X(42).
           03  WS-ANT-DDD                  PIC X(02).
           03  FILLER                      PIC X(65).
           03  WS-ANT-CEP-1                PIC X(05).
           03  FILLER                      PIC X(98).
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* CONTATOS DA PESSOA (CADCTT - VER CTTREG01 E CTTPRC01). O
      ******* CASAMENTO DAS REGRAS E CONTRA O DDD/CEP DO CONTATO ANTES
      ******* DA PRIMEIRA REGRA, COMO NO REGISTRO PRINCIPAL.
       COPY CTTWRK01.
       COPY VALREG01.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       01  WS-CTT-ANT-DDD                  PIC X(02) VALUE SPACES.
       01  WS-CTT-ANT-CEP-1                PIC X(05) VALUE SPACES.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(20) VALUE SPACES.
           03  FILLER PIC X(08) VALUE 'NOVO'.
           03  FILLER PIC X(04) VALUE 'UF'.
           03  FILLER PIC X(09) VALUE 'TOCADOS'.
           03  FILLER PIC X(09) VALUE 'CONTATOS'.

       01  WS-LINHA-SEPARADORA             PIC X(45) VALUE ALL '-'.

       01  WS-LINHA-REGRA.
           03  WS-RGL-CAMPO                PIC X(03).
           03  WS-RGL-UF                   PIC X(02).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-RGL-CONTA                PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-RGL-CONTA-CTT            PIC ZZZ,ZZ9.

       01  WS-LINHA-TOTAL-1.
           03  FILLER                      PIC X(30)
               VALUE 'TOTAL DE REGISTROS ALTERADOS:'.
           03  WS-TOT-ALTERADOS-EDIT       PIC ZZZ,ZZ9.

       01  WS-LINHA-TOTAL-3.
           03  FILLER                      PIC X(30)
               VALUE 'TOTAL DE CONTATOS ALTERADOS :'.
           03  WS-TOT-CTT-ALTERADOS-EDIT   PIC ZZZ,ZZ9.

       01  WS-LINHA-TOTAL-4.
           03  FILLER                      PIC X(30)
               VALUE 'NAO ALTERADOS POR CONFLITO  :'.
           03  WS-TOT-CONFLITOS-EDIT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM N100-ABRIR-ARQUIVOS
           DISPLAY ' '
           DISPLAY 'REGISTROS ALTERADOS PELA MASSA: '
                   WS-QTDE-ALTERADOS
           DISPLAY 'CONTATOS ALTERADOS PELA MASSA : '
                   WS-QTDE-CTT-ALTERADOS
           DISPLAY 'NAO ALTERADOS POR CONFLITO    : '
                   WS-LCK-QTDE-CONFLITOS
           PERFORM N870-GRAVAR-RUN-LOG
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

                       WS-STATUS-RELATORIO
               PERFORM N950-ENCERRAR-COM-ERRO
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
               PERFORM N950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'CADMAS01'               TO WS-CTT-OPERADOR
           MOVE 'CADMAS01'               TO WS-LCK-PROGRAMA
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           .

      ******************************************************************
           MOVE RG-VALOR-NOVO            TO WS-RGR-NOVO (WS-RGR-QTD)
           MOVE RG-UF-FILTRO             TO WS-RGR-UF (WS-RGR-QTD)
           MOVE ZEROS                    TO WS-RGR-CONTA (WS-RGR-QTD)
           MOVE ZEROS
                               TO WS-RGR-CONTA-CTT (WS-RGR-QTD)
           PERFORM N160-LER-REGRA
           .

               ADD 1                     TO WS-QTDE-ATIVOS
               MOVE 'N'                  TO WS-REGISTRO-MUDOU
               MOVE CR-REGISTRO-PESSOA   TO WS-IMAGEM-ANTES
               PERFORM LCK10-GUARDAR-LIDO
               PERFORM N400-APLICAR-REGRA
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER THAN WS-RGR-QTD
               MOVE 'N'                  TO WS-LCK-CONFLITO
               IF REGISTRO-MUDOU
                   PERFORM N500-REGRAVAR-REGISTRO
                       THRU N500-REGRAVAR-REGISTRO-FIM
               END-IF
      ******* PESSOA RECUSADA POR CONFLITO: OS CONTATOS TAMBEM FICAM
      ******* COMO ESTAO, PARA SEREM RENUMERADOS JUNTO COM ELA NA
      ******* PROXIMA EXECUCAO
               IF NOT LCK-CONFLITO
                   PERFORM N600-PROCESSAR-CONTATOS
               END-IF
           END-IF
           PERFORM N200-LER-PROXIMO-REGISTRO
      * SE ENCADEIEM DENTRO DA MESMA VARREDURA.
      ******************************************************************
       N400-APLICAR-REGRA.
           MOVE 'N'                      TO WS-RGR-CASOU (WS-I)
           IF WS-RGR-UF (WS-I) = SPACES
              OR WS-RGR-UF (WS-I) = CR-UF
               EVALUATE WS-RGR-CAMPO (WS-I)
                       IF WS-ANT-DDD = WS-RGR-ANTIGO (WS-I) (1:2)
                           MOVE WS-RGR-NOVO (WS-I) (1:2)
                                         TO CR-DDD
                           SET RGR-CASOU (WS-I) TO TRUE
                           SET REGISTRO-MUDOU TO TRUE
                       END-IF
                   WHEN 'CEP'
                       IF WS-ANT-CEP-1 = WS-RGR-ANTIGO (WS-I) (1:5)
                           MOVE WS-RGR-NOVO (WS-I) (1:5)
                                         TO CR-CEP-1
                           SET RGR-CASOU (WS-I) TO TRUE
                           SET REGISTRO-MUDOU TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * REGRAVA A PESSOA RENUMERADA, DESDE QUE NINGUEM A TENHA ALTERADO
      * DEPOIS DA LEITURA; HAVENDO CONFLITO A PESSOA FICA COMO ESTA
      * (N510) E AS REGRAS QUE CASARAM NAO CONTAM PARA ELA
      ******************************************************************
       N500-REGRAVAR-REGISTRO.
      ******* CEP RENUMERADO: O ENDERECO DEVOLVIDO PELOS CORREIOS PODE
      ******* TER SIDO JUSTAMENTE O CEP ANTIGO, ENTAO A MARCA CAI
           IF CR-CEP-1 NOT = WS-ANT-CEP-1
               MOVE SPACE                TO CR-DEVOLUCAO-MOTIVO
               MOVE ZEROS                TO CR-DEVOLUCAO-DATA
           END-IF
           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM N510-REGISTRAR-CONFLITO
               GO TO N500-REGRAVAR-REGISTRO-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO ' CR-CHAVE
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM N700-GRAVAR-AUDITORIA
           ADD 1                         TO WS-QTDE-ALTERADOS
           PERFORM N520-CONTAR-REGRA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-RGR-QTD
           .
       N500-REGRAVAR-REGISTRO-FIM.
           EXIT.

      ******************************************************************
      * PESSOA ALTERADA POR OUTRO PROGRAMA OU OPERADOR DEPOIS DA
      * LEITURA: VAI PARA O LOG DO JOB COM QUEM A ALTEROU POR ULTIMO.
      * SE ELA SUMIU DO CADASTRO (EXPURGO), A VARREDURA E REPOSICIONADA
      * NA CHAVE SEGUINTE, POIS A RELEITURA SEM SUCESSO DEIXA O ARQUIVO
      * SEM POSICAO.
      ******************************************************************
       N510-REGISTRAR-CONFLITO.
           IF LCK-SUMIU
               DISPLAY 'CONFLITO: PESSOA ' WS-LCK-CHAVE
                       ' SAIU DO CADASTRO DEPOIS DA LEITURA. '
                       'NAO RENUMERADA.'
               START CADASTRO-PESSOAS
                   KEY IS GREATER THAN CR-CHAVE
                   INVALID KEY
                       SET FIM-CADASTRO  TO TRUE
               END-START
           ELSE
               DISPLAY 'CONFLITO: PESSOA ' WS-LCK-CHAVE
                       ' ALTERADA POR ' CR-ALTERACAO-PROGRAMA
                       ' EM ' CR-ALTERACAO-DATA
                       ' ' CR-ALTERACAO-HORA
                       ' DEPOIS DA LEITURA. NAO RENUMERADA.'
           END-IF
           .

       N520-CONTAR-REGRA.
           IF RGR-CASOU (WS-I)
               ADD 1                     TO WS-RGR-CONTA (WS-I)
           END-IF
           .

      ******************************************************************
      * APLICA AS REGRAS AOS CONTATOS VIGENTES DA PESSOA CORRENTE. O
      * CONTATO E RENUMERADO NO PROPRIO REGISTRO (O TELEFONE OU O
      * ENDERECO CONTINUA O MESMO, SO MUDOU A NUMERACAO), SEM ENCERRAR
      * A VIGENCIA; ASSIM O PREFERIDO R/E ACOMPANHA A TROCA FEITA NO
      * REGISTRO PRINCIPAL PELA MESMA REGRA.
      ******************************************************************
       N600-PROCESSAR-CONTATOS.
           MOVE CR-CHAVE                 TO WS-CTT-CHAVE
           MOVE 'N'                      TO WS-CTT-FIM-LEITURA
           MOVE CR-CHAVE                 TO CN-CHAVE
           MOVE LOW-VALUES               TO CN-TIPO
           MOVE ZEROS                    TO CN-SEQUENCIA
           START ARQ-CONTATOS
               KEY IS NOT LESS THAN CN-ID
               INVALID KEY
                   SET CTT-FIM-LEITURA   TO TRUE
           END-START
           PERFORM N610-LER-CONTATO
           PERFORM N620-APLICAR-REGRAS-CONTATO
               UNTIL CTT-FIM-LEITURA
           .

       N610-LER-CONTATO.
           IF NOT CTT-FIM-LEITURA
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       SET CTT-FIM-LEITURA TO TRUE
               END-READ
               IF NOT CTT-FIM-LEITURA
                   IF WS-STATUS-CONTATOS NOT = '00'
                       DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. '
                               'STATUS: ' WS-STATUS-CONTATOS
                       PERFORM N950-ENCERRAR-COM-ERRO
                   END-IF
                   IF CN-CHAVE NOT = WS-CTT-CHAVE
                       SET CTT-FIM-LEITURA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       N620-APLICAR-REGRAS-CONTATO.
           IF CN-DATA-FIM NOT LESS THAN WS-CTT-HOJE
               MOVE 'N'                  TO WS-CONTATO-MUDOU
               MOVE CN-DDD               TO WS-CTT-ANT-DDD
               MOVE CN-CEP-1             TO WS-CTT-ANT-CEP-1
               PERFORM N630-APLICAR-REGRA-CONTATO
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER THAN WS-RGR-QTD
               IF CONTATO-MUDOU
                   PERFORM CTT71-REGRAVAR-CONTATO
                   ADD 1                 TO WS-QTDE-CTT-ALTERADOS
               END-IF
           END-IF
           PERFORM N610-LER-CONTATO
           .

      ******************************************************************
      * APLICA A REGRA DE POSICAO WS-I AO CONTATO CORRENTE: DDD SO NOS
      * TELEFONES, COM O FILTRO PELA UF DA PESSOA; CEP SO NOS
      * ENDERECOS, COM O FILTRO PELA UF DO PROPRIO ENDERECO
      ******************************************************************
       N630-APLICAR-REGRA-CONTATO.
           EVALUATE TRUE
               WHEN WS-RGR-CAMPO (WS-I) = 'DDD' AND CN-TIPO-TELEFONE
                   IF (WS-RGR-UF (WS-I) = SPACES
                          OR WS-RGR-UF (WS-I) = CR-UF)
                      AND WS-CTT-ANT-DDD = WS-RGR-ANTIGO (WS-I) (1:2)
                       MOVE WS-RGR-NOVO (WS-I) (1:2)
                                         TO CN-DDD
                       ADD 1             TO WS-RGR-CONTA-CTT (WS-I)
                       SET CONTATO-MUDOU TO TRUE
                   END-IF
               WHEN WS-RGR-CAMPO (WS-I) = 'CEP' AND CN-TIPO-ENDERECO
                   IF (WS-RGR-UF (WS-I) = SPACES
                          OR WS-RGR-UF (WS-I) = CN-UF)
                      AND WS-CTT-ANT-CEP-1 = WS-RGR-ANTIGO (WS-I) (1:5)
                       MOVE WS-RGR-NOVO (WS-I) (1:5)
                                         TO CN-CEP-1
                       ADD 1             TO WS-RGR-CONTA-CTT (WS-I)
                       SET CONTATO-MUDOU TO TRUE
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
       N700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE 'CADMAS01'               TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           MOVE WS-QTDE-ALTERADOS        TO WS-TOT-ALTERADOS-EDIT
           MOVE WS-LINHA-TOTAL-2         TO RM-LINHA-RELATORIO
           PERFORM N850-GRAVAR-LINHA
           MOVE WS-QTDE-CTT-ALTERADOS    TO WS-TOT-CTT-ALTERADOS-EDIT
           MOVE WS-LINHA-TOTAL-3         TO RM-LINHA-RELATORIO
           PERFORM N850-GRAVAR-LINHA
           MOVE WS-LCK-QTDE-CONFLITOS    TO WS-TOT-CONFLITOS-EDIT
           MOVE WS-LINHA-TOTAL-4         TO RM-LINHA-RELATORIO
           PERFORM N850-GRAVAR-LINHA
           .

       N810-IMPRIMIR-REGRA.
           MOVE WS-RGR-NOVO (WS-I)       TO WS-RGL-NOVO
           MOVE WS-RGR-UF (WS-I)         TO WS-RGL-UF
           MOVE WS-RGR-CONTA (WS-I)      TO WS-RGL-CONTA
           MOVE WS-RGR-CONTA-CTT (WS-I)  TO WS-RGL-CONTA-CTT
           MOVE WS-LINHA-REGRA           TO RM-LINHA-RELATORIO
           PERFORM N850-GRAVAR-LINHA
           .
           END-IF
           .

      ******************************************************************
      * GRAVA O REGISTRO DE CONTROLE DE EXECUCAO NO ARQUIVO CADRUN,
      * PARA O FECHAMENTO DIARIO DO CADBAL01. UMA FALHA AQUI NAO
      * DERRUBA O JOB: O REGISTRO E DE CONTROLE, NAO DE NEGOCIO.
      ******************************************************************
       N870-GRAVAR-RUN-LOG.
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
               MOVE 'CADMAS01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE WS-QTDE-LIDOS        TO RC-QTDE-LIDOS
               MOVE WS-QTDE-ALTERADOS    TO RC-QTDE-APLICADOS
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

       N900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-REGRAS
           CLOSE ARQ-AUDITORIA
           CLOSE RELATORIO-MASSA
           CLOSE ARQ-CONTATOS
           .

       N950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           PERFORM N870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-REGRAS
           CLOSE ARQ-AUDITORIA
           CLOSE RELATORIO-MASSA
           CLOSE ARQ-CONTATOS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY CTTPRC01 REPLACING ==CTT99-ERRO-FATAL==
                            BY ==N950-ENCERRAR-COM-ERRO==.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==N950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADMAS01.
