      *          RELATORIO DO CADDUP01), O PROGRAMA EXIBE OS DOIS
      *          REGISTROS CAMPO A CAMPO, PERGUNTA DE QUAL DOS DOIS
      *          CADA CAMPO DEVE SER LEVADO, VALIDA O REGISTRO
      *          CONSOLIDADO PELO MODULO CADVAL01 E GRAVA NO ARQUIVO
      *          CADPND (PNDREG01) O PEDIDO DE FUSAO PARA APROVACAO DE
      *          UM SEGUNDO OPERADOR. E O CADAPR01 QUE, NA APROVACAO,
      *          REGRAVA O SOBREVIVENTE, INATIVA A VITIMA (EXCLUSAO
      *          LOGICA) E GRAVA NO ARQUIVO CADFUS (FUSREG01) O
      *          APONTADOR DA VITIMA PARA O SOBREVIVENTE, COM O PAR DE
      *          IMAGENS ANTES/DEPOIS NA AUDITORIA. O CPF NAO E LEVADO:
      *          O SOBREVIVENTE FICA COM O PROPRIO CPF.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IDENTIFICACAO DO OPERADOR NA PARTIDA (MODULO
      *                  OPRSGN01): FUSOES RESTRITAS AO PERFIL
      *                  SUPERVISOR; O OPERADOR E CARIMBADO NA
      *                  AUDITORIA E NO CADFUS (FU-OPERADOR).
      * 15/10/2026 VD    FUSAO PASSOU A SER UM PEDIDO NO CADPND (VER
      *                  PNDREG01), APLICADO PELO CADAPR01 SOMENTE APOS
      *                  A APROVACAO DE UM SEGUNDO OPERADOR; A GRAVACAO
      *                  DO SOBREVIVENTE, DA VITIMA, DO CADFUS E DA
      *                  AUDITORIA (ANTIGOS F500 A F700) FOI PARA LA. O
      *                  CADASTRO E O CADFUS SO SAO LIDOS AQUI.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES (SITUACAO DO
      *                  CPF NA RECEITA FEDERAL).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES (MARCA DE
      *                  ENDERECO DEVOLVIDO PELOS CORREIOS).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO DA
      *                  ULTIMA ALTERACAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFUS01.
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-FUSOES          ASSIGN TO "CADFUS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FU-CHAVE-VITIMA
                  FILE STATUS IS WS-STATUS-FUSOES.

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
       COPY CADREG01.

       FD  ARQ-FUSOES
           LABEL RECORD IS STANDARD.
       COPY FUSREG01.

       FD  ARQ-PENDENCIAS
           LABEL RECORD IS STANDARD.
       COPY PNDREG01.

       WORKING-STORAGE SECTION.

      ******* RESULTADO DO MODULO DE VALIDACAO CADVAL01
       COPY VALREG01.

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-FUSOES            PIC X(02) VALUE '00'.
           03  WS-STATUS-PENDENCIAS        PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-FUSAO                PIC X(01) VALUE 'N'.
               88  FIM-FUSAO               VALUE 'S'.
           03  WS-FIM-PENDENCIAS           PIC X(01) VALUE 'N'.
               88  FIM-PENDENCIAS          VALUE 'S'.
           03  WS-PENDENCIA-ABERTA         PIC X(01) VALUE 'N'.
               88  PENDENCIA-ABERTA        VALUE 'S'.

       01  WS-CHAVE-SOBREVIVENTE           PIC X(10) VALUE SPACES.
       01  WS-CHAVE-VITIMA                 PIC X(10) VALUE SPACES.
           88  ESCOLHA-VITIMA              VALUE 'V'.

      ******* IMAGENS DOS DOIS REGISTROS E DO CONSOLIDADO
       01  WS-REG-SOBREVIVENTE             PIC X(212) VALUE SPACES.
       01  WS-REG-VITIMA                   PIC X(212) VALUE SPACES.
       01  WS-REG-CONSOLIDADO              PIC X(212) VALUE SPACES.

      ******************************************************************
      * TABELA DOS CAMPOS LEVAVEIS NA FUSAO (DESCRICAO + POSICAO +
      * TAMANHO DENTRO DA IMAGEM DE 212 BYTES DE CADREG01, COMO NO
      * AUDREL01). A PROFISSAO E LEVADA JUNTO COM O CODIGO (POSICOES
      * 133 A 150) PARA NAO SEPARAR TEXTO DE CODIGO. CHAVE, CPF E
      * SITUACAO FICAM DE FORA: A CHAVE E O CPF SAO DO SOBREVIVENTE E

       01  WS-CAMPO-IDX                    PIC 9(02) VALUE ZEROS.

       01  WS-CHAVE-PENDENCIA              PIC X(10) VALUE SPACES.

       01  WS-CONTADORES.
           03  WS-QTDE-FUSOES              PIC 9(04) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM F050-IDENTIFICAR-OPERADOR
           PERFORM F100-ABRIR-ARQUIVOS
           PERFORM F200-FUNDIR-PAR
               THRU F200-FUNDIR-PAR-FIM
               UNTIL FIM-FUSAO
           PERFORM F900-ENCERRAR-ARQUIVOS
           DISPLAY 'FUSOES ENCAMINHADAS PARA APROVACAO: '
                   WS-QTDE-FUSOES
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. A FUSAO E
      * RESTRITA AO PERFIL SUPERVISOR.
      ******************************************************************
       F050-IDENTIFICAR-OPERADOR.
           MOVE 'CADFUS01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SG-PERFIL-SUPERVISOR
               DISPLAY 'FUSAO DE REGISTROS RESTRITA A SUPERVISORES. '
                       'ACESSO NEGADO.'
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           .

       F100-ABRIR-ARQUIVOS.
           OPEN INPUT CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM F950-ENCERRAR-COM-ERRO
           END-IF

           OPEN I-O ARQ-FUSOES
           IF WS-STATUS-FUSOES = '35'
               OPEN OUTPUT ARQ-FUSOES
                       WS-STATUS-FUSOES
               PERFORM F950-ENCERRAR-COM-ERRO
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
               PERFORM F950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * FUSAO DE UM PAR SOBREVIVENTE/VITIMA. ESPACOS NA CHAVE DO
      * SOBREVIVENTE ENCERRAM O PROGRAMA. QUALQUER CRITICA REPROVADA
      * ABANDONA O PAR SEM GRAVAR NADA. O PAR APROVADO NAS CRITICAS
      * VIRA UM PEDIDO DE FUSAO NO CADPND.
      ******************************************************************
       F200-FUNDIR-PAR.
           DISPLAY ' '
               PERFORM F950-ENCERRAR-COM-ERRO
           END-IF

           MOVE WS-CHAVE-SOBREVIVENTE    TO WS-CHAVE-PENDENCIA
           PERFORM F685-VERIFICAR-PENDENCIA
           IF NOT PENDENCIA-ABERTA
               MOVE WS-CHAVE-VITIMA      TO WS-CHAVE-PENDENCIA
               PERFORM F685-VERIFICAR-PENDENCIA
           END-IF
           IF PENDENCIA-ABERTA
               DISPLAY 'JA EXISTE PEDIDO PENDENTE DE APROVACAO PARA '
                       WS-CHAVE-PENDENCIA '. FUSAO ABANDONADA.'
               GO TO F200-FUNDIR-PAR-FIM
           END-IF

           MOVE WS-CHAVE-SOBREVIVENTE    TO CR-CHAVE
           PERFORM F300-LER-PESSOA
           IF CR-CHAVE NOT = WS-CHAVE-SOBREVIVENTE
               GO TO F200-FUNDIR-PAR-FIM
           END-IF

           PERFORM F680-REGISTRAR-PENDENCIA

           ADD 1                         TO WS-QTDE-FUSOES
           DISPLAY 'FUSAO DE ' WS-CHAVE-VITIMA ' EM '
                   WS-CHAVE-SOBREVIVENTE
                   ' ENCAMINHADA PARA APROVACAO (CADAPR01).'
           .
       F200-FUNDIR-PAR-FIM.
           EXIT.
           .

      ******************************************************************
      * GRAVA NO CADPND O PEDIDO DE FUSAO: SOBREVIVENTE COMO ESTA
      * (IMAGEM ANTES), CONSOLIDADO (IMAGEM PROPOSTA) E VITIMA COMO
      * ESTA, COM O OPERADOR E A DATA/HORA DO PEDIDO
      ******************************************************************
       F680-REGISTRAR-PENDENCIA.
           INITIALIZE PD-REGISTRO-PENDENCIA
           ACCEPT PD-DATA-PEDIDO         FROM DATE YYYYMMDD
           ACCEPT PD-HORA-PEDIDO         FROM TIME
           MOVE WS-CHAVE-SOBREVIVENTE    TO PD-CHAVE-ID
           MOVE WS-CHAVE-SOBREVIVENTE    TO PD-CHAVE
           SET PD-FUSAO                  TO TRUE
           SET PD-PENDENTE               TO TRUE
           MOVE SG-OPERADOR              TO PD-OPERADOR-PEDIDO
           MOVE 'CADFUS01'               TO PD-PROGRAMA-PEDIDO
           MOVE WS-CHAVE-VITIMA          TO PD-CHAVE-VITIMA
           MOVE WS-REG-SOBREVIVENTE      TO PD-IMAGEM-ANTES
           MOVE WS-REG-CONSOLIDADO       TO PD-IMAGEM-DEPOIS
           MOVE WS-REG-VITIMA            TO PD-IMAGEM-VITIMA
           WRITE PD-REGISTRO-PENDENCIA
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM F950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * PROCURA PELA CHAVE ALTERNATIVA PD-CHAVE UM PEDIDO AINDA
      * PENDENTE PARA A PESSOA EM WS-CHAVE-PENDENCIA
      ******************************************************************
       F685-VERIFICAR-PENDENCIA.
           MOVE 'N'                      TO WS-PENDENCIA-ABERTA
           MOVE 'N'                      TO WS-FIM-PENDENCIAS
           MOVE WS-CHAVE-PENDENCIA       TO PD-CHAVE
           START ARQ-PENDENCIAS
               KEY IS EQUAL TO PD-CHAVE
               INVALID KEY
                   SET FIM-PENDENCIAS    TO TRUE
           END-START
           PERFORM F686-LER-PENDENCIA
               UNTIL FIM-PENDENCIAS
           .

       F686-LER-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS    TO TRUE
           END-READ
           IF NOT FIM-PENDENCIAS
               IF WS-STATUS-PENDENCIAS NOT = '00'
                              AND WS-STATUS-PENDENCIAS NOT = '02'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-PENDENCIAS. '
                           'STATUS: ' WS-STATUS-PENDENCIAS
                   PERFORM F950-ENCERRAR-COM-ERRO
               END-IF
               IF PD-CHAVE NOT = WS-CHAVE-PENDENCIA
                   SET FIM-PENDENCIAS    TO TRUE
               ELSE
                   IF PD-PENDENTE
                       SET PENDENCIA-ABERTA TO TRUE
                       SET FIM-PENDENCIAS TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       F900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-FUSOES
           CLOSE ARQ-PENDENCIAS
           .

       F950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-FUSOES
           CLOSE ARQ-PENDENCIAS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM CADFUS01.
