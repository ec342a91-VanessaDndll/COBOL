      *                  NO ARQUIVO CADRUN (VER RUNREG01) AO FINAL DO
      *                  JOB, NORMAL OU COM ERRO, PARA O FECHAMENTO
      *                  DIARIO DO CADBAL01.
      * 15/10/2026 VD    AUDITORIA CARIMBADA COM O NOME DO PROGRAMA NO
      *                  OPERADOR (AU-OPERADOR), COMO TODO JOB BATCH.
      * 15/10/2026 VD    MOVIMENTO DE CONTATO (OPERACAO C) PARA O
      *                  ARQUIVO CADCTT (VER CTTREG01), VALIDADO PELO
      *                  CADVAL01 E BALANCEADO NO TRAILER; O PREFERIDO
      *                  RESIDENCIAL VAI PARA O REGISTRO PRINCIPAL E A
      *                  INCLUSAO/ALTERACAO DA PESSOA ATUALIZA OS
      *                  CONTATOS (PARAGRAFOS CTTPRC01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES; TROCA DE
      *                  CPF VOLTA A SITUACAO NA RECEITA PARA NAO
      *                  CONSULTADO.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES. ALTERACAO
      *                  DE ENDERECO LIMPA A MARCA DE ENDERECO DEVOLVIDO
      *                  PELOS CORREIOS (CADDEV01).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES. PROTECAO
      *                  CONTRA ALTERACAO PERDIDA (LCKPRC01): ANTES DE
      *                  REGRAVAR A PESSOA O REGISTRO E RELIDO E
      *                  CONFERIDO COM O LIDO; SE OUTRO PROGRAMA OU
      *                  OPERADOR O ALTEROU NESSE MEIO TEMPO O MOVIMENTO
      *                  VAI PARA O ARQUIVO DE REJEITADOS (B670) E CONTA
      *                  COMO REJEITADO. GRAVACOES CARIMBADAS COM A
      *                  ULTIMA ALTERACAO; CONFLITOS NO RESUMO E NO
      *                  CADRUN.
      * 15/10/2026 VD    CONTATOS SINCRONIZADOS (CTT40) DEPOIS DA
      *                  GRAVACAO DA AUDITORIA NA INCLUSAO/REATIVACAO E
      *                  NA ALTERACAO, PARA UM ERRO NO CADCTT NAO DEIXAR
      *                  ALTERACAO DO CADPES SEM O PAR DE AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOV01.
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
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       FD  ARQ-CONTATOS
           LABEL RECORD IS STANDARD.
       COPY CTTREG01.

       WORKING-STORAGE SECTION.

       COPY LAYOUT001.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-LOTES             PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.

       01  WS-FLAGS-MOVIMENTO.
           03  WS-FIM-MOVIMENTO            PIC X(01) VALUE 'N'.
           03  WS-PRE-QTDE-ALTERACOES      PIC 9(07) VALUE ZEROS.
           03  WS-PRE-QTDE-EXCLUSOES       PIC 9(07) VALUE ZEROS.
           03  WS-PRE-QTDE-TOTAL           PIC 9(07) VALUE ZEROS.
           03  WS-PRE-QTDE-CONTATOS        PIC 9(07) VALUE ZEROS.

       01  WS-TRL-CONTADORES.
           03  WS-TRL-QTDE-INCLUSOES       PIC 9(07) VALUE ZEROS.
           03  WS-TRL-QTDE-ALTERACOES      PIC 9(07) VALUE ZEROS.
           03  WS-TRL-QTDE-EXCLUSOES       PIC 9(07) VALUE ZEROS.
           03  WS-TRL-QTDE-TOTAL           PIC 9(07) VALUE ZEROS.
           03  WS-TRL-QTDE-CONTATOS        PIC 9(07) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-MOV-LIDOS           PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ALT-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EXC-APLICADOS       PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-EXC-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-CTT-APLICADOS       PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-CTT-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-OPER-INVALIDA       PIC 9(07) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA ALTERACAO)
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* CONTATOS DA PESSOA (CADCTT - VER CTTREG01 E CTTPRC01)
       COPY CTTWRK01.

       01  WS-CONTATO-SALVO                PIC X(112) VALUE SPACES.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'CADMOV01'               TO WS-LCK-PROGRAMA
           PERFORM B100-ABRIR-ARQUIVOS
           PERFORM B150-PRE-EDITAR-LOTE
           PERFORM B200-LER-PROXIMO-MOVIMENTO
                       WS-STATUS-LOTES
               PERFORM B950-ENCERRAR-COM-ERRO
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
               PERFORM B950-ENCERRAR-COM-ERRO
           END-IF
           MOVE 'CADMOV01'               TO WS-CTT-OPERADOR
           .

      ******************************************************************
              OR WS-TRL-QTDE-ALTERACOES NOT = WS-PRE-QTDE-ALTERACOES
              OR WS-TRL-QTDE-EXCLUSOES NOT = WS-PRE-QTDE-EXCLUSOES
              OR WS-TRL-QTDE-TOTAL NOT = WS-PRE-QTDE-TOTAL
              OR WS-TRL-QTDE-CONTATOS NOT = WS-PRE-QTDE-CONTATOS
               DISPLAY 'LOTE DESBALANCEADO. TRAILER I/A/E/C/TOTAL: '
                       WS-TRL-QTDE-INCLUSOES ' '
                       WS-TRL-QTDE-ALTERACOES ' '
                       WS-TRL-QTDE-EXCLUSOES ' '
                       WS-TRL-QTDE-CONTATOS ' '
                       WS-TRL-QTDE-TOTAL
               DISPLAY 'LIDO NO ARQUIVO I/A/E/C/TOTAL: '
                       WS-PRE-QTDE-INCLUSOES ' '
                       WS-PRE-QTDE-ALTERACOES ' '
                       WS-PRE-QTDE-EXCLUSOES ' '
                       WS-PRE-QTDE-CONTATOS ' '
                       WS-PRE-QTDE-TOTAL
               PERFORM B960-RECUSAR-LOTE
           END-IF
                   MOVE MV-T-QTDE-EXCLUSOES
                                         TO WS-TRL-QTDE-EXCLUSOES
                   MOVE MV-T-QTDE-TOTAL  TO WS-TRL-QTDE-TOTAL
                   IF MV-T-QTDE-CONTATOS-X = SPACES
                       MOVE ZEROS        TO WS-TRL-QTDE-CONTATOS
                   ELSE
                       MOVE MV-T-QTDE-CONTATOS
                                         TO WS-TRL-QTDE-CONTATOS
                   END-IF
               WHEN OTHER
                   ADD 1                 TO WS-PRE-QTDE-TOTAL
                   EVALUATE TRUE
                           ADD 1         TO WS-PRE-QTDE-ALTERACOES
                       WHEN MV-OPER-EXCLUSAO
                           ADD 1         TO WS-PRE-QTDE-EXCLUSOES
                       WHEN MV-OPER-CONTATO
                           ADD 1         TO WS-PRE-QTDE-CONTATOS
                   END-EVALUATE
           END-EVALUATE
           PERFORM B200-LER-PROXIMO-MOVIMENTO
                   PERFORM B320-ALTERAR THRU B320-ALTERAR-FIM
               WHEN MV-OPER-EXCLUSAO
                   PERFORM B330-EXCLUIR THRU B330-EXCLUIR-FIM
               WHEN MV-OPER-CONTATO
                   PERFORM B400-APLICAR-CONTATO
                       THRU B400-APLICAR-CONTATO-FIM
               WHEN OTHER
                   MOVE 'OPERACAO'       TO RJ-CAMPO
                   MOVE 'CODIGO DE OPERACAO INVALIDO (USAR I/A/E/C)'
                                         TO RJ-MOTIVO
                   PERFORM B665-GRAVAR-REJEITO
                   ADD 1                 TO WS-QTDE-OPER-INVALIDA
                   END-IF
                   SET REATIVACAO        TO TRUE
                   MOVE CR-REGISTRO-PESSOA TO WS-IMAGEM-ANTES
                   PERFORM LCK10-GUARDAR-LIDO
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD

           IF REATIVACAO
               PERFORM LCK20-CONFERIR-E-CARIMBAR
               IF LCK-CONFLITO
                   PERFORM B670-REJEITAR-CONFLITO
                   ADD 1                 TO WS-QTDE-INC-REJEITADOS
                   GO TO B310-INCLUIR-FIM
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
           END-IF
           PERFORM B700-GRAVAR-AUDITORIA
           ADD 1                         TO WS-QTDE-INC-APLICADOS
           PERFORM CTT40-SINCRONIZAR-PRINCIPAIS
           .
       B310-INCLUIR-FIM.
           EXIT.
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO

           PERFORM B340-MOVER-MOVIMENTO-PARA-TRABALHO
           PERFORM B651-VALIDAR-DADOS-PESSOA
           END-IF
           PERFORM B660-MOVER-AREA-TRABALHO-PARA-REGISTRO

           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM B670-REJEITAR-CONFLITO
               ADD 1                     TO WS-QTDE-ALT-REJEITADOS
               GO TO B320-ALTERAR-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO = '22'
               MOVE 'CPF'                TO RJ-CAMPO
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM B700-GRAVAR-AUDITORIA
           ADD 1                         TO WS-QTDE-ALT-APLICADOS
           PERFORM CTT40-SINCRONIZAR-PRINCIPAIS
           .
       B320-ALTERAR-FIM.
           EXIT.
           END-IF

           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-ANTES
           PERFORM LCK10-GUARDAR-LIDO

           SET CR-INATIVO                TO TRUE
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD
           PERFORM LCK20-CONFERIR-E-CARIMBAR
           IF LCK-CONFLITO
               PERFORM B670-REJEITAR-CONFLITO
               ADD 1                     TO WS-QTDE-EXC-REJEITADOS
               GO TO B330-EXCLUIR-FIM
           END-IF
           REWRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO INATIVAR REGISTRO. STATUS: '
       B330-EXCLUIR-FIM.
           EXIT.

      ******************************************************************
      * MOVIMENTO DE CONTATO: A PESSOA PRECISA EXISTIR NO CADASTRO E O
      * CONTATO PASSA PELAS MESMAS REGRAS DE DDD E CEP DO REGISTRO
      * PRINCIPAL (CTT60). SEQUENCIA ZERADA INCLUI NA PROXIMA LIVRE DO
      * TIPO; SEQUENCIA INFORMADA SUBSTITUI (OU CRIA) AQUELE CONTATO.
      * UM CONTATO PREFERIDO DESMARCA OS OUTROS DO TIPO E, NOS TIPOS R
      * E E, E COPIADO PARA O REGISTRO PRINCIPAL COM O PAR DE
      * AUDITORIA DA ALTERACAO.
      ******************************************************************
       B400-APLICAR-CONTATO.
           MOVE MV-C-CHAVE               TO CR-CHAVE
           READ CADASTRO-PESSOAS
               INVALID KEY
                   MOVE 'CHAVE'          TO RJ-CAMPO
                   MOVE 'PESSOA NAO ENCONTRADA NO CADASTRO'
                                         TO RJ-MOTIVO
                   PERFORM B665-GRAVAR-REJEITO
                   ADD 1                 TO WS-QTDE-CTT-REJEITADOS
                   GO TO B400-APLICAR-CONTATO-FIM
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM B950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM LCK10-GUARDAR-LIDO

           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           INITIALIZE CN-REGISTRO-CONTATO
           MOVE MV-C-CHAVE               TO CN-CHAVE
           MOVE MV-C-TIPO-CONTATO        TO CN-TIPO
           MOVE MV-C-SEQUENCIA           TO CN-SEQUENCIA
           MOVE MV-C-PREFERIDO           TO CN-PREFERIDO
           IF NOT CN-E-PREFERIDO
               SET CN-NAO-PREFERIDO      TO TRUE
           END-IF
           MOVE MV-C-DATA-INICIO         TO CN-DATA-INICIO
           IF CN-DATA-INICIO = ZEROS
               MOVE WS-CTT-HOJE          TO CN-DATA-INICIO
           END-IF
           MOVE MV-C-DATA-FIM            TO CN-DATA-FIM
           IF CN-DATA-FIM = ZEROS
               MOVE 99999999             TO CN-DATA-FIM
           END-IF
           MOVE MV-C-DADOS               TO CN-DADOS

           PERFORM CTT60-VALIDAR-CONTATO
           IF CTT-VALIDO AND CN-E-PREFERIDO
                         AND (CN-DATA-INICIO GREATER THAN WS-CTT-HOJE
                           OR CN-DATA-FIM LESS THAN WS-CTT-HOJE)
               MOVE 'SO UM CONTATO VIGENTE PODE SER O PREFERIDO'
                                         TO WS-CTT-MOTIVO
               MOVE 'N'                  TO WS-CTT-VALIDO
           END-IF
           IF NOT CTT-VALIDO
               MOVE 'CONTATO'            TO RJ-CAMPO
               MOVE WS-CTT-MOTIVO        TO RJ-MOTIVO
               PERFORM B665-GRAVAR-REJEITO
               ADD 1                     TO WS-QTDE-CTT-REJEITADOS
               GO TO B400-APLICAR-CONTATO-FIM
           END-IF

           MOVE CN-REGISTRO-CONTATO      TO WS-CONTATO-SALVO
           IF MV-C-SEQUENCIA = ZEROS
               MOVE CN-CHAVE             TO WS-CTT-CHAVE
               MOVE CN-TIPO              TO WS-CTT-TIPO
               PERFORM CTT10-PROXIMA-SEQUENCIA
               MOVE WS-CONTATO-SALVO     TO CN-REGISTRO-CONTATO
               MOVE WS-CTT-SEQUENCIA     TO CN-SEQUENCIA
               PERFORM CTT70-GRAVAR-CONTATO
           ELSE
               READ ARQ-CONTATOS
                   INVALID KEY
                       MOVE WS-CONTATO-SALVO TO CN-REGISTRO-CONTATO
                       PERFORM CTT70-GRAVAR-CONTATO
                   NOT INVALID KEY
                       MOVE WS-CONTATO-SALVO TO CN-REGISTRO-CONTATO
                       PERFORM CTT71-REGRAVAR-CONTATO
               END-READ
           END-IF
           ADD 1                         TO WS-QTDE-CTT-APLICADOS

           IF CN-E-PREFERIDO
               PERFORM B410-APLICAR-PREFERIDO
           END-IF
           .
       B400-APLICAR-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * O CONTATO EM CN-REGISTRO-CONTATO ACABOU DE SER GRAVADO COMO
      * PREFERIDO: DESMARCA OS OUTROS DO TIPO E, NOS TIPOS R E E,
      * ATUALIZA O REGISTRO PRINCIPAL (JA LIDO EM CR-REGISTRO-PESSOA).
      * SE A PESSOA FOI ALTERADA POR OUTRO PROGRAMA DEPOIS DA LEITURA,
      * O CONTATO FICA GRAVADO MAS O REGISTRO PRINCIPAL NAO: O
      * MOVIMENTO VAI PARA O ARQUIVO DE REJEITADOS E PASSA A CONTAR
      * COMO REJEITADO, PARA SER REENVIADO.
      ******************************************************************
       B410-APLICAR-PREFERIDO.
           MOVE CN-REGISTRO-CONTATO      TO WS-CONTATO-SALVO
           MOVE CN-CHAVE                 TO WS-CTT-CHAVE
           MOVE CN-TIPO                  TO WS-CTT-TIPO
           MOVE CN-SEQUENCIA             TO WS-CTT-SEQUENCIA
           PERFORM CTT20-DESMARCAR-PREFERIDOS
           MOVE WS-CONTATO-SALVO         TO CN-REGISTRO-CONTATO

           IF CN-TIPO-PRINCIPAL
               MOVE CR-REGISTRO-PESSOA   TO WS-IMAGEM-ANTES
               PERFORM CTT75-MOVER-CONTATO-PARA-CADASTRO
               IF CR-REGISTRO-PESSOA NOT = WS-IMAGEM-ANTES
                   PERFORM LCK20-CONFERIR-E-CARIMBAR
                   IF LCK-CONFLITO
                       PERFORM B670-REJEITAR-CONFLITO
                       SUBTRACT 1        FROM WS-QTDE-CTT-APLICADOS
                       ADD 1             TO WS-QTDE-CTT-REJEITADOS
                   ELSE
                       REWRITE CR-REGISTRO-PESSOA
                       IF WS-STATUS-CADASTRO NOT = '00'
                           DISPLAY 'ERRO AO ALTERAR REGISTRO. STATUS: '
                                   WS-STATUS-CADASTRO
                           PERFORM B950-ENCERRAR-COM-ERRO
                       END-IF
                       MOVE CR-REGISTRO-PESSOA TO WS-IMAGEM-DEPOIS
                       MOVE 'A'          TO WS-OPERACAO-ATUAL
                       PERFORM B700-GRAVAR-AUDITORIA
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * MOVE OS CAMPOS DO MOVIMENTO PARA A AREA DE TRABALHO LAYOUT001,
      * A MESMA USADA PELO CADMNT01 NA DIGITACAO
           END-IF
           .

      ******************************************************************
      * A PESSOA FOI ALTERADA (OU EXPURGADA) POR OUTRO PROGRAMA OU
      * OPERADOR DEPOIS DA LEITURA DO MOVIMENTO (LCK20): O MOVIMENTO
      * NAO E APLICADO, PARA NAO APAGAR A OUTRA ALTERACAO, E VAI PARA O
      * ARQUIVO DE REJEITADOS PARA SER CONFERIDO E REENVIADO
      ******************************************************************
       B670-REJEITAR-CONFLITO.
           MOVE 'CHAVE'                  TO RJ-CAMPO
           IF LCK-SUMIU
               MOVE 'PESSOA SAIU DO CADASTRO DURANTE A APLICACAO'
                                         TO RJ-MOTIVO
           ELSE
               MOVE 'PESSOA ALTERADA POR OUTRO PROGRAMA NO MEIO TEMPO'
                                         TO RJ-MOTIVO
           END-IF
           PERFORM B665-GRAVAR-REJEITO
           .

       B660-MOVER-AREA-TRABALHO-PARA-REGISTRO.
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

       B700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE 'CADMOV01'               TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           DISPLAY 'EXCLUSOES APLICADAS        : ' WS-QTDE-EXC-APLICADOS
           DISPLAY 'EXCLUSOES REJEITADAS       : '
                   WS-QTDE-EXC-REJEITADOS
           DISPLAY 'CONTATOS APLICADOS         : ' WS-QTDE-CTT-APLICADOS
           DISPLAY 'CONTATOS REJEITADOS        : '
                   WS-QTDE-CTT-REJEITADOS
           DISPLAY 'OPERACOES INVALIDAS        : '
                   WS-QTDE-OPER-INVALIDA
           DISPLAY 'REJEITADOS POR CONFLITO    : '
                   WS-LCK-QTDE-CONFLITOS
           .

      ******************************************************************
               MOVE WS-QTDE-MOV-LIDOS    TO RC-QTDE-LIDOS
               COMPUTE RC-QTDE-APLICADOS = WS-QTDE-INC-APLICADOS
                       + WS-QTDE-ALT-APLICADOS + WS-QTDE-EXC-APLICADOS
                       + WS-QTDE-CTT-APLICADOS
               COMPUTE RC-QTDE-REJEITADOS = WS-QTDE-INC-REJEITADOS
                       + WS-QTDE-ALT-REJEITADOS
                       + WS-QTDE-EXC-REJEITADOS
                       + WS-QTDE-CTT-REJEITADOS
                       + WS-QTDE-OPER-INVALIDA
               MOVE ZEROS                TO RC-QTDE-EXCECOES
               MOVE WS-QTDE-INC-APLICADOS TO RC-QTDE-INCLUSOES
               MOVE WS-QTDE-EXC-APLICADOS TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO           TO RC-RETORNO
               MOVE WS-LCK-QTDE-CONFLITOS
                                         TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-LOTES
           CLOSE ARQ-CONTATOS
           .

       B950-ENCERRAR-COM-ERRO.
           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-LOTES
           CLOSE ARQ-CONTATOS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-LOTES
           CLOSE ARQ-CONTATOS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY CTTPRC01 REPLACING ==CTT99-ERRO-FATAL==
                            BY ==B950-ENCERRAR-COM-ERRO==.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==B950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADMOV01.
