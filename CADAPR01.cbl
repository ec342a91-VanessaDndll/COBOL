      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: APROVACAO EM DUAS ETAPAS DAS ALTERACOES SENSIVEIS DO
      *          CADASTRO DE PESSOAS. LISTA OS PEDIDOS PENDENTES DO
      *          ARQUIVO CADPND (VER PNDREG01) - TROCA DE CPF E
      *          EXCLUSAO LOGICA PEDIDAS NO CADMNT01 E FUSOES PEDIDAS
      *          NO CADFUS01 -, EXIBE O REGISTRO ATUAL DO CADASTRO AO
      *          LADO DO PROPOSTO E DEIXA UM SEGUNDO OPERADOR APROVAR
      *          OU REJEITAR. O SOLICITANTE NAO PODE APROVAR O PROPRIO
      *          PEDIDO (PODE APENAS REJEITA-LO, PARA DESISTIR). NA
      *          APROVACAO A ALTERACAO E APLICADA AO CADPES COM O PAR
      *          DE IMAGENS ANTES/DEPOIS NA AUDITORIA, COMO NO
      *          CADMNT01 (E, NA FUSAO, COM O APONTADOR NO CADFUS, COMO
      *          FAZIA O CADFUS01); NA REJEICAO O PEDIDO E ENCERRADO COM
      *          O MOTIVO. UM PEDIDO CUJA PESSOA MUDOU NO CADASTRO
      *          DEPOIS DO PEDIDO SO PODE SER REJEITADO. A OPCAO V LISTA
      *          OS PEDIDOS PENDENTES HA MAIS DE WS-DIAS-ENVELHECIMENTO
      *          DIAS. ACESSO PARA OS PERFIS DE MANUTENCAO E
      *          SUPERVISOR; FUSOES SO SAO APROVADAS POR SUPERVISOR.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    APROVACAO QUE MUDA TELEFONE OU ENDERECO
      *                  SINCRONIZA O CONTATO PREFERIDO NO CADCTT.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES; CAMPOS
      *                  SITUACAO DO CPF E DATA DA CONSULTA NA
      *                  COMPARACAO ANTES/DEPOIS.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES; OS CAMPOS
      *                  DE ENDERECO DEVOLVIDO ENTRAM NA TABELA DE
      *                  CAMPOS COMPARADOS.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO DA
      *                  ULTIMA ALTERACAO, FORA DA COMPARACAO). PROTECAO
      *                  CONTRA ALTERACAO PERDIDA (LCKPRC01): NA
      *                  APROVACAO A PESSOA E RELIDA E CONFERIDA COM A
      *                  LIDA NA DECISAO (NA FUSAO, AS DUAS PESSOAS
      *                  ANTES DE QUALQUER REGRAVACAO - D530); SE OUTRO
      *                  OPERADOR OU JOB A ALTEROU, NADA E GRAVADO, O
      *                  OPERADOR VE OS VALORES ATUAIS E QUEM ALTEROU
      *                  (D590) E O PEDIDO FICA PENDENTE. AO FIM DA
      *                  SESSAO, UM REGISTRO NO CADRUN COM AS GRAVACOES
      *                  E OS CONFLITOS (D890).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-AUDITORIA       ASSIGN TO "CADAUD"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-AUDITORIA.

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
       COPY CADREG01.

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
       COPY AUDREG01.

       FD  ARQ-FUSOES
           LABEL RECORD IS STANDARD.
       COPY FUSREG01.

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

      ******* SESSAO DO OPERADOR IDENTIFICADO (MODULO OPRSGN01)
       COPY SGNREG01.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-AUDITORIA         PIC X(02) VALUE '00'.
           03  WS-STATUS-FUSOES            PIC X(02) VALUE '00'.
           03  WS-STATUS-PENDENCIAS        PIC X(02) VALUE '00'.
           03  WS-STATUS-CONTATOS          PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS-MENU.
           03  WS-FIM-MENU                 PIC X(01) VALUE 'N'.
               88  FIM-MENU                VALUE 'S'.
           03  WS-FIM-PENDENCIAS           PIC X(01) VALUE 'N'.
               88  FIM-PENDENCIAS          VALUE 'S'.
           03  WS-CADASTRO-CONFERE         PIC X(01) VALUE 'N'.
               88  CADASTRO-CONFERE        VALUE 'S'.
           03  WS-PODE-APROVAR-FUSAO       PIC X(01) VALUE 'N'.
               88  PODE-APROVAR-FUSAO      VALUE 'S'.

       01  WS-OPCAO                        PIC X(01).
           88  OPCAO-LISTAR                VALUE 'L'.
           88  OPCAO-DECIDIR               VALUE 'D'.
           88  OPCAO-ENVELHECIDOS          VALUE 'V'.
           88  OPCAO-SAIR                  VALUE 'X'.

       01  WS-DECISAO                      PIC X(01).
           88  DECISAO-APROVAR             VALUE 'A'.
           88  DECISAO-REJEITAR            VALUE 'R'.

      ******* PRAZO, EM DIAS, A PARTIR DO QUAL UM PEDIDO PENDENTE
      ******* APARECE NA LISTA DE ENVELHECIDOS (OPCAO V)
       01  WS-DIAS-ENVELHECIMENTO          PIC 9(03) VALUE 5.

       01  WS-DATAS.
           03  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
           03  WS-DATA-LIMITE              PIC 9(08) VALUE ZEROS.
           03  WS-DIAS-PENDENTE            PIC 9(05) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-NUM-PEDIDO               PIC 9(04) VALUE ZEROS.
           03  WS-NUM-ALVO                 PIC 9(04) VALUE ZEROS.
           03  WS-QTDE-LISTADOS            PIC 9(04) VALUE ZEROS.
           03  WS-QTDE-GRAVACOES           PIC 9(07) VALUE ZEROS.

       01  WS-DESCRICAO-TIPO               PIC X(10) VALUE SPACES.
       01  WS-MOTIVO                       PIC X(40) VALUE SPACES.

      ******* REGISTROS DO CADASTRO COMO ESTAO AGORA
       01  WS-REG-ATUAL                    PIC X(212) VALUE SPACES.
       01  WS-REG-VITIMA-ATUAL             PIC X(212) VALUE SPACES.

      ******************************************************************
      * TABELA DOS CAMPOS DE CADREG01 EXIBIDOS LADO A LADO (DESCRICAO +
      * POSICAO + TAMANHO DENTRO DA IMAGEM DE 212 BYTES, COMO NO
      * AUDREL01; O CARIMBO DA ULTIMA ALTERACAO FICA DE FORA). LAYOUT
      * DE CADA LINHA: DESCRICAO(15) + POS(03) + TAM(03).
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

       01  WS-LINHA-COMPARACAO.
           03  WS-CMP-DESCRICAO            PIC X(15).
           03  FILLER                      PIC X(09) VALUE ' ATUAL: ['.
           03  WS-CMP-ATUAL                PIC X(20).
           03  FILLER                      PIC X(13)
               VALUE '] PROPOSTO: ['.
           03  WS-CMP-PROPOSTO             PIC X(20).
           03  FILLER                      PIC X(02) VALUE '] '.
           03  WS-CMP-MARCA                PIC X(01).

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DE CADA REGISTRO)
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* AREA DOS PARAGRAFOS COMUNS DE CONTATOS (CTTPRC01)
       COPY CTTWRK01.

      ******* AREA DE VALIDACAO (MODULO CADVAL01), USADA POR CTTPRC01
       COPY VALREG01.

      ******* PROTECAO CONTRA ALTERACAO PERDIDA (VER LCKPRC01)
       COPY LCKWRK01.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM D050-IDENTIFICAR-OPERADOR
           PERFORM D100-ABRIR-ARQUIVOS
           PERFORM D200-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM D900-ENCERRAR-ARQUIVOS
           PERFORM D890-GRAVAR-RUN-LOG
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR PELO MODULO OPRSGN01. SO OS PERFIS
      * DE MANUTENCAO E SUPERVISOR DECIDEM PEDIDOS; FUSOES SO O
      * SUPERVISOR APROVA.
      ******************************************************************
       D050-IDENTIFICAR-OPERADOR.
           MOVE 'CADAPR01'               TO SG-PROGRAMA
           CALL 'OPRSGN01' USING SG-AREA-SESSAO
           IF NOT SG-ACESSO-LIBERADO
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SG-PERFIL-MANUTENCAO AND NOT SG-PERFIL-SUPERVISOR
               DISPLAY 'APROVACAO DE PEDIDOS RESTRITA AOS PERFIS DE '
                       'MANUTENCAO E SUPERVISOR. ACESSO NEGADO.'
               MOVE 8                    TO WS-RETORNO
               MOVE WS-RETORNO           TO RETURN-CODE
               STOP RUN
           END-IF
           IF SG-PERFIL-SUPERVISOR
               SET PODE-APROVAR-FUSAO    TO TRUE
           END-IF
           MOVE SG-OPERADOR              TO WS-CTT-OPERADOR
           MOVE 'CADAPR01'               TO WS-LCK-PROGRAMA
           .

       D100-ABRIR-ARQUIVOS.
           OPEN I-O CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM D950-ENCERRAR-COM-ERRO
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
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF

           OPEN I-O ARQ-FUSOES
           IF WS-STATUS-FUSOES = '35'
               OPEN OUTPUT ARQ-FUSOES
               CLOSE ARQ-FUSOES
               OPEN I-O ARQ-FUSOES
           END-IF
           IF WS-STATUS-FUSOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-FUSOES. STATUS: '
                       WS-STATUS-FUSOES
               PERFORM D950-ENCERRAR-COM-ERRO
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
               PERFORM D950-ENCERRAR-COM-ERRO
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
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * MENU PRINCIPAL: LISTAR / DECIDIR / ENVELHECIDOS / SAIR
      ******************************************************************
       D200-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '====== APROVACAO DE ALTERACOES PENDENTES ======'
           DISPLAY '  (L) LISTAR PENDENTES   (D) DECIDIR UM PEDIDO'
           DISPLAY '  (V) PENDENTES HA MAIS DE ' WS-DIAS-ENVELHECIMENTO
                   ' DIAS   (X) SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM D300-LISTAR-PENDENTES
                       THRU D300-LISTAR-PENDENTES-FIM
               WHEN OPCAO-DECIDIR
                   PERFORM D400-DECIDIR THRU D400-DECIDIR-FIM
               WHEN OPCAO-ENVELHECIDOS
                   PERFORM D800-LISTAR-ENVELHECIDOS
                       THRU D800-LISTAR-ENVELHECIDOS-FIM
               WHEN OPCAO-SAIR
                   SET FIM-MENU TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
           .

      ******************************************************************
      * LISTA OS PEDIDOS PENDENTES EM ORDEM DE PEDIDO, NUMERADOS PELA
      * POSICAO ENTRE OS PENDENTES (O MESMO NUMERO USADO NA DECISAO)
      ******************************************************************
       D300-LISTAR-PENDENTES.
           PERFORM D305-POSICIONAR-INICIO
           IF FIM-PENDENCIAS
               DISPLAY 'NENHUM PEDIDO NO ARQUIVO.'
               GO TO D300-LISTAR-PENDENTES-FIM
           END-IF
           MOVE ZEROS                    TO WS-QTDE-LISTADOS
           DISPLAY 'NUM  DATA     HORA     CHAVE      TIPO       '
                   'PEDIDO POR VITIMA'
           PERFORM D310-LER-PENDENCIA
           PERFORM D320-EXIBIR-PENDENCIA
               UNTIL FIM-PENDENCIAS
           DISPLAY 'PEDIDOS PENDENTES: ' WS-QTDE-LISTADOS
           .
       D300-LISTAR-PENDENTES-FIM.
           EXIT.

       D305-POSICIONAR-INICIO.
           MOVE 'N'                      TO WS-FIM-PENDENCIAS
           MOVE ZEROS                    TO WS-NUM-PEDIDO
           MOVE LOW-VALUES               TO PD-ID
           START ARQ-PENDENCIAS
               KEY IS NOT LESS THAN PD-ID
               INVALID KEY
                   SET FIM-PENDENCIAS    TO TRUE
           END-START
           .

      ******************************************************************
      * LE O PROXIMO PEDIDO DO ARQUIVO E NUMERA OS PENDENTES
      ******************************************************************
       D310-LER-PENDENCIA.
           IF NOT FIM-PENDENCIAS
               READ ARQ-PENDENCIAS NEXT RECORD
                   AT END
                       SET FIM-PENDENCIAS TO TRUE
               END-READ
               IF NOT FIM-PENDENCIAS
                              AND WS-STATUS-PENDENCIAS NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-PENDENCIAS. '
                           'STATUS: ' WS-STATUS-PENDENCIAS
                   PERFORM D950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           IF NOT FIM-PENDENCIAS AND PD-PENDENTE
               ADD 1                     TO WS-NUM-PEDIDO
           END-IF
           .

       D320-EXIBIR-PENDENCIA.
           IF PD-PENDENTE
               ADD 1                     TO WS-QTDE-LISTADOS
               PERFORM D330-DESCREVER-TIPO
               DISPLAY WS-NUM-PEDIDO ' ' PD-DATA-PEDIDO ' '
                       PD-HORA-PEDIDO ' ' PD-CHAVE ' '
                       WS-DESCRICAO-TIPO ' ' PD-OPERADOR-PEDIDO ' '
                       PD-CHAVE-VITIMA
           END-IF
           PERFORM D310-LER-PENDENCIA
           .

       D330-DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN PD-TROCA-CPF
                   MOVE 'TROCA CPF'      TO WS-DESCRICAO-TIPO
               WHEN PD-EXCLUSAO
                   MOVE 'EXCLUSAO'       TO WS-DESCRICAO-TIPO
               WHEN PD-FUSAO
                   MOVE 'FUSAO'          TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE PD-TIPO          TO WS-DESCRICAO-TIPO
           END-EVALUATE
           .

      ******************************************************************
      * DECISAO DE UM PEDIDO: LOCALIZA O PEDIDO PELO NUMERO DA
      * LISTAGEM, EXIBE O CADASTRO ATUAL AO LADO DO PROPOSTO E ACEITA
      * A APROVACAO OU A REJEICAO
      ******************************************************************
       D400-DECIDIR.
           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT WS-NUM-ALVO
           IF WS-NUM-ALVO = ZEROS
               DISPLAY 'NUMERO INVALIDO.'
               GO TO D400-DECIDIR-FIM
           END-IF

           PERFORM D305-POSICIONAR-INICIO
           PERFORM D310-LER-PENDENCIA
               UNTIL FIM-PENDENCIAS
                  OR WS-NUM-PEDIDO = WS-NUM-ALVO
           IF FIM-PENDENCIAS
               DISPLAY 'PEDIDO NAO ENCONTRADO ENTRE OS PENDENTES.'
               GO TO D400-DECIDIR-FIM
           END-IF

           PERFORM D330-DESCREVER-TIPO
           DISPLAY ' '
           DISPLAY 'PEDIDO DE ' WS-DESCRICAO-TIPO ' PARA A CHAVE '
                   PD-CHAVE ' EM ' PD-DATA-PEDIDO ' ' PD-HORA-PEDIDO
           DISPLAY 'SOLICITADO POR ' PD-OPERADOR-PEDIDO ' NO '
                   PD-PROGRAMA-PEDIDO

           PERFORM D410-CONFERIR-CADASTRO
           PERFORM D420-COMPARAR-CAMPO
               VARYING WS-CAMPO-IDX FROM 1 BY 1
               UNTIL WS-CAMPO-IDX GREATER THAN 18
           IF PD-FUSAO
               DISPLAY 'VITIMA ' PD-CHAVE-VITIMA ' '
                       WS-REG-VITIMA-ATUAL (11:30)
                       ' SERA INATIVADA E APONTADA PARA ' PD-CHAVE
           END-IF
           IF NOT CADASTRO-CONFERE
               DISPLAY 'ATENCAO: O CADASTRO MUDOU DEPOIS DO PEDIDO. '
                       'O PEDIDO SO PODE SER REJEITADO.'
           END-IF

           DISPLAY '(A) APROVAR  (R) REJEITAR  (X) VOLTAR: '
           MOVE SPACES                   TO WS-DECISAO
           ACCEPT WS-DECISAO
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM D500-APROVAR THRU D500-APROVAR-FIM
               WHEN DECISAO-REJEITAR
                   PERFORM D600-REJEITAR THRU D600-REJEITAR-FIM
               WHEN OTHER
                   DISPLAY 'PEDIDO MANTIDO PENDENTE.'
           END-EVALUATE
           .
       D400-DECIDIR-FIM.
           EXIT.

      ******************************************************************
      * LE A PESSOA (E, NA FUSAO, A VITIMA) COMO ESTA AGORA NO
      * CADASTRO E CONFERE COM AS IMAGENS GUARDADAS NO PEDIDO
      ******************************************************************
       D410-CONFERIR-CADASTRO.
           SET CADASTRO-CONFERE          TO TRUE
           MOVE PD-CHAVE                 TO CR-CHAVE
           PERFORM D415-LER-PESSOA
           MOVE CR-REGISTRO-PESSOA       TO WS-REG-ATUAL
           IF WS-REG-ATUAL NOT = PD-IMAGEM-ANTES
               MOVE 'N'                  TO WS-CADASTRO-CONFERE
           END-IF

           MOVE SPACES                   TO WS-REG-VITIMA-ATUAL
           IF PD-FUSAO
               MOVE PD-CHAVE-VITIMA      TO CR-CHAVE
               PERFORM D415-LER-PESSOA
               MOVE CR-REGISTRO-PESSOA   TO WS-REG-VITIMA-ATUAL
               IF WS-REG-VITIMA-ATUAL NOT = PD-IMAGEM-VITIMA
                   MOVE 'N'              TO WS-CADASTRO-CONFERE
               END-IF
           END-IF
           .

      ******************************************************************
      * LE A PESSOA DA CHAVE EM CR-CHAVE. QUANDO NAO ENCONTRADA, DEIXA
      * O REGISTRO EM ESPACOS (NAO CONFERE COM NENHUM PEDIDO).
      ******************************************************************
       D415-LER-PESSOA.
           READ CADASTRO-PESSOAS
               INVALID KEY
                   DISPLAY 'PESSOA ' CR-CHAVE ' NAO ENCONTRADA NO '
                           'CADASTRO.'
                   MOVE SPACES           TO CR-REGISTRO-PESSOA
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                          AND WS-STATUS-CADASTRO NOT = '23'
               DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           .

       D420-COMPARAR-CAMPO.
           MOVE TAB-CAMPO-DESCRICAO (WS-CAMPO-IDX)
                                         TO WS-CMP-DESCRICAO
           MOVE WS-REG-ATUAL (TAB-CAMPO-POS (WS-CAMPO-IDX):
                              TAB-CAMPO-TAM (WS-CAMPO-IDX))
                                         TO WS-CMP-ATUAL
           MOVE PD-IMAGEM-DEPOIS (TAB-CAMPO-POS (WS-CAMPO-IDX):
                                  TAB-CAMPO-TAM (WS-CAMPO-IDX))
                                         TO WS-CMP-PROPOSTO
           IF WS-CMP-ATUAL NOT = WS-CMP-PROPOSTO
               MOVE '*'                  TO WS-CMP-MARCA
           ELSE
               MOVE SPACE                TO WS-CMP-MARCA
           END-IF
           DISPLAY WS-LINHA-COMPARACAO
           .

      ******************************************************************
      * APROVACAO: RECUSA O PROPRIO SOLICITANTE, O CADASTRO ALTERADO
      * DEPOIS DO PEDIDO E A FUSAO SEM PERFIL SUPERVISOR; APLICA A
      * ALTERACAO E ENCERRA O PEDIDO COMO APROVADO. SE OUTRO OPERADOR
      * OU JOB ALTEROU A PESSOA (OU A VITIMA) DEPOIS DA CONFERENCIA DO
      * D410, NADA E GRAVADO E O PEDIDO CONTINUA PENDENTE (D590). NA
      * FUSAO AS DUAS PESSOAS SAO RECONFERIDAS ANTES DE QUALQUER
      * REGRAVACAO (D530), PARA NAO APLICAR A FUSAO PELA METADE.
      ******************************************************************
       D500-APROVAR.
           IF PD-OPERADOR-PEDIDO = SG-OPERADOR
               DISPLAY 'O SOLICITANTE NAO PODE APROVAR O PROPRIO '
                       'PEDIDO.'
               GO TO D500-APROVAR-FIM
           END-IF
           IF NOT CADASTRO-CONFERE
               DISPLAY 'CADASTRO MUDOU DEPOIS DO PEDIDO. APROVACAO '
                       'RECUSADA.'
               GO TO D500-APROVAR-FIM
           END-IF
           IF PD-FUSAO AND NOT PODE-APROVAR-FUSAO
               DISPLAY 'FUSOES SO PODEM SER APROVADAS POR SUPERVISOR.'
               GO TO D500-APROVAR-FIM
           END-IF
           IF PD-FUSAO
               PERFORM D530-RECONFERIR-FUSAO
               IF LCK-CONFLITO
                   PERFORM D590-AVISAR-CONFLITO
                   GO TO D500-APROVAR-FIM
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PD-TROCA-CPF
                   MOVE WS-REG-ATUAL     TO WS-LCK-REG-LIDO
                   MOVE PD-IMAGEM-DEPOIS TO CR-REGISTRO-PESSOA
                   PERFORM LCK20-CONFERIR-E-CARIMBAR
                   IF LCK-CONFLITO
                       MOVE CR-REGISTRO-PESSOA TO WS-REG-ATUAL
                       PERFORM D590-AVISAR-CONFLITO
                       GO TO D500-APROVAR-FIM
                   END-IF
                   REWRITE CR-REGISTRO-PESSOA
                   IF WS-STATUS-CADASTRO = '22'
                       DISPLAY 'CPF PROPOSTO JA CADASTRADO PARA OUTRA '
                               'CHAVE. APROVACAO NAO GRAVADA.'
                       GO TO D500-APROVAR-FIM
                   END-IF
                   PERFORM D510-CONFERIR-REGRAVACAO
                   MOVE 'A'              TO WS-OPERACAO-ATUAL
                   PERFORM D520-AUDITAR-PESSOA
               WHEN PD-EXCLUSAO
                   MOVE WS-REG-ATUAL     TO WS-LCK-REG-LIDO
                   MOVE PD-IMAGEM-DEPOIS TO CR-REGISTRO-PESSOA
                   SET CR-INATIVO        TO TRUE
                   ACCEPT CR-DATA-SITUACAO FROM DATE YYYYMMDD
                   PERFORM LCK20-CONFERIR-E-CARIMBAR
                   IF LCK-CONFLITO
                       MOVE CR-REGISTRO-PESSOA TO WS-REG-ATUAL
                       PERFORM D590-AVISAR-CONFLITO
                       GO TO D500-APROVAR-FIM
                   END-IF
                   REWRITE CR-REGISTRO-PESSOA
                   PERFORM D510-CONFERIR-REGRAVACAO
                   MOVE 'E'              TO WS-OPERACAO-ATUAL
                   PERFORM D520-AUDITAR-PESSOA
               WHEN PD-FUSAO
                   PERFORM D550-APLICAR-FUSAO
           END-EVALUATE

           SET PD-APROVADA               TO TRUE
           MOVE SPACES                   TO PD-MOTIVO-REJEICAO
           PERFORM D650-ENCERRAR-PEDIDO
           DISPLAY 'PEDIDO APROVADO E APLICADO AO CADASTRO.'
           .
       D500-APROVAR-FIM.
           EXIT.

       D510-CONFERIR-REGRAVACAO.
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O CADASTRO. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * GRAVA O PAR DE AUDITORIA DA PESSOA REGRAVADA: ANTES = CADASTRO
      * COMO ESTAVA (WS-REG-ATUAL), DEPOIS = CR-REGISTRO-PESSOA. NA
      * ALTERACAO, O TELEFONE/ENDERECO NOVO VIRA O CONTATO PREFERIDO.
      ******************************************************************
       D520-AUDITAR-PESSOA.
           MOVE WS-REG-ATUAL             TO WS-IMAGEM-ANTES
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           PERFORM D700-GRAVAR-AUDITORIA
           IF WS-OPERACAO-ATUAL = 'A'
               PERFORM CTT40-SINCRONIZAR-PRINCIPAIS
           END-IF
           .

      ******************************************************************
      * RELE O SOBREVIVENTE E A VITIMA E CONFERE COM O QUE O D410 LEU.
      * SE QUALQUER DOS DOIS MUDOU OU SUMIU, LIGA LCK-CONFLITO, SOMA O
      * CONFLITO E DEIXA OS REGISTROS RELIDOS EM WS-REG-ATUAL E
      * WS-REG-VITIMA-ATUAL PARA O AVISO.
      ******************************************************************
       D530-RECONFERIR-FUSAO.
           MOVE 'N'                      TO WS-LCK-CONFLITO
           MOVE 'N'                      TO WS-LCK-SUMIU
           MOVE PD-CHAVE                 TO CR-CHAVE
           PERFORM D415-LER-PESSOA
           IF WS-STATUS-CADASTRO = '23'
               SET LCK-SUMIU             TO TRUE
           END-IF
           IF CR-REGISTRO-PESSOA NOT = WS-REG-ATUAL
               SET LCK-CONFLITO          TO TRUE
               MOVE CR-REGISTRO-PESSOA   TO WS-REG-ATUAL
           END-IF

           MOVE PD-CHAVE-VITIMA          TO CR-CHAVE
           PERFORM D415-LER-PESSOA
           IF WS-STATUS-CADASTRO = '23'
               SET LCK-SUMIU             TO TRUE
           END-IF
           IF CR-REGISTRO-PESSOA NOT = WS-REG-VITIMA-ATUAL
               SET LCK-CONFLITO          TO TRUE
               MOVE CR-REGISTRO-PESSOA   TO WS-REG-VITIMA-ATUAL
           END-IF

           IF LCK-CONFLITO
               ADD 1                     TO WS-LCK-QTDE-CONFLITOS
           END-IF
           .

      ******************************************************************
      * A PESSOA (OU, NA FUSAO, A VITIMA) FOI ALTERADA POR OUTRO
      * OPERADOR OU JOB DEPOIS DA CONFERENCIA DO PEDIDO: A APROVACAO
      * NAO E GRAVADA, PARA NAO APAGAR A OUTRA ALTERACAO. MOSTRA QUEM
      * ALTEROU, QUANDO E OS VALORES ATUAIS AO LADO DOS PROPOSTOS. O
      * PEDIDO CONTINUA PENDENTE, MAS AGORA SO PODE SER REJEITADO; O
      * SOLICITANTE REFAZ O PEDIDO SOBRE OS VALORES ATUAIS.
      ******************************************************************
       D590-AVISAR-CONFLITO.
           MOVE 'N'                      TO WS-CADASTRO-CONFERE
           DISPLAY ' '
           DISPLAY 'ATENCAO: O CADASTRO FOI ALTERADO POR OUTRO '
                   'OPERADOR OU JOB DEPOIS DA CONFERENCIA DO PEDIDO.'
           IF LCK-SUMIU
               DISPLAY 'A PESSOA NAO ESTA MAIS NO CADASTRO '
                       '(EXPURGADA PARA O ARQUIVO MORTO).'
           ELSE
               DISPLAY 'ULTIMA ALTERACAO DE ' PD-CHAVE ': PROGRAMA '
                       WS-REG-ATUAL (205:8) ' EM '
                       WS-REG-ATUAL (189:8) ' AS '
                       WS-REG-ATUAL (197:8)
               IF PD-FUSAO
                   DISPLAY 'ULTIMA ALTERACAO DE ' PD-CHAVE-VITIMA
                           ': PROGRAMA ' WS-REG-VITIMA-ATUAL (205:8)
                           ' EM ' WS-REG-VITIMA-ATUAL (189:8)
                           ' AS ' WS-REG-VITIMA-ATUAL (197:8)
               END-IF
               DISPLAY 'VALORES ATUAIS AO LADO DOS PROPOSTOS:'
               PERFORM D420-COMPARAR-CAMPO
                   VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX GREATER THAN 18
           END-IF
           DISPLAY 'APROVACAO NAO GRAVADA. O PEDIDO CONTINUA PENDENTE '
                   'E SO PODE SER REJEITADO; O SOLICITANTE DEVE '
                   'REFAZE-LO SOBRE OS VALORES ATUAIS.'
           .

      ******************************************************************
      * APLICA A FUSAO APROVADA: REGRAVA O SOBREVIVENTE COM O
      * CONSOLIDADO, INATIVA A VITIMA (EXCLUSAO LOGICA) E GRAVA O
      * APONTADOR NO CADFUS, COM O PAR DE AUDITORIA DE CADA REGISTRO.
      * AS DUAS PESSOAS ACABARAM DE SER RECONFERIDAS NO D530; AQUI SO
      * RECEBEM O CARIMBO DA ALTERACAO.
      ******************************************************************
       D550-APLICAR-FUSAO.
           MOVE PD-IMAGEM-DEPOIS         TO CR-REGISTRO-PESSOA
           PERFORM LCK30-CARIMBAR
           REWRITE CR-REGISTRO-PESSOA
           PERFORM D510-CONFERIR-REGRAVACAO
           MOVE 'A'                      TO WS-OPERACAO-ATUAL
           PERFORM D520-AUDITAR-PESSOA

           MOVE WS-REG-VITIMA-ATUAL      TO CR-REGISTRO-PESSOA
           SET CR-INATIVO                TO TRUE
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD
           PERFORM LCK30-CARIMBAR
           REWRITE CR-REGISTRO-PESSOA
           PERFORM D510-CONFERIR-REGRAVACAO
           MOVE WS-REG-VITIMA-ATUAL      TO WS-IMAGEM-ANTES
           MOVE CR-REGISTRO-PESSOA       TO WS-IMAGEM-DEPOIS
           MOVE 'E'                      TO WS-OPERACAO-ATUAL
           PERFORM D700-GRAVAR-AUDITORIA

           MOVE PD-CHAVE-VITIMA          TO FU-CHAVE-VITIMA
           MOVE PD-CHAVE                 TO FU-CHAVE-SOBREVIVENTE
           ACCEPT FU-DATA-FUSAO          FROM DATE YYYYMMDD
           ACCEPT FU-HORA-FUSAO          FROM TIME
           MOVE SG-OPERADOR              TO FU-OPERADOR
           WRITE FU-REGISTRO-FUSAO
           IF WS-STATUS-FUSOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-FUSOES. STATUS: '
                       WS-STATUS-FUSOES
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * REJEICAO: EXIGE O MOTIVO E ENCERRA O PEDIDO SEM TOCAR NO
      * CADASTRO. O PROPRIO SOLICITANTE PODE REJEITAR (DESISTENCIA).
      ******************************************************************
       D600-REJEITAR.
           DISPLAY 'MOTIVO DA REJEICAO: '
           MOVE SPACES                   TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. PEDIDO MANTIDO PENDENTE.'
               GO TO D600-REJEITAR-FIM
           END-IF
           SET PD-REJEITADA              TO TRUE
           MOVE WS-MOTIVO                TO PD-MOTIVO-REJEICAO
           PERFORM D650-ENCERRAR-PEDIDO
           DISPLAY 'PEDIDO REJEITADO.'
           .
       D600-REJEITAR-FIM.
           EXIT.

       D650-ENCERRAR-PEDIDO.
           MOVE SG-OPERADOR              TO PD-OPERADOR-DECISAO
           ACCEPT PD-DATA-DECISAO        FROM DATE YYYYMMDD
           ACCEPT PD-HORA-DECISAO        FROM TIME
           REWRITE PD-REGISTRO-PENDENCIA
           IF WS-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-PENDENCIAS. STATUS: '
                       WS-STATUS-PENDENCIAS
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * GRAVA O PAR DE REGISTROS DE AUDITORIA (ANTES/DEPOIS), CARIMBADO
      * COM A DATA E A HORA DO EVENTO E O OPERADOR QUE APROVOU, DA
      * MESMA FORMA QUE O CADMNT01
      ******************************************************************
       D700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE SG-OPERADOR              TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           SET AU-IMAGEM-ANTES           TO TRUE
           MOVE WS-IMAGEM-ANTES          TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF

           SET AU-IMAGEM-DEPOIS          TO TRUE
           MOVE WS-IMAGEM-DEPOIS         TO AU-IMAGEM-REGISTRO
           WRITE AU-REGISTRO-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-AUDITORIA. STATUS: '
                       WS-STATUS-AUDITORIA
               PERFORM D950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-GRAVACOES
           .

      ******************************************************************
      * LISTA DE ENVELHECIDOS: PEDIDOS AINDA PENDENTES HA MAIS DE
      * WS-DIAS-ENVELHECIMENTO DIAS, COM A IDADE EM DIAS. COMO O
      * ARQUIVO ESTA EM ORDEM DE PEDIDO, A LEITURA PARA NO PRIMEIRO
      * PEDIDO MAIS NOVO QUE A DATA LIMITE.
      ******************************************************************
       D800-LISTAR-ENVELHECIDOS.
           ACCEPT WS-DATA-HOJE           FROM DATE YYYYMMDD
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                    - WS-DIAS-ENVELHECIMENTO)

           PERFORM D305-POSICIONAR-INICIO
           IF FIM-PENDENCIAS
               DISPLAY 'NENHUM PEDIDO NO ARQUIVO.'
               GO TO D800-LISTAR-ENVELHECIDOS-FIM
           END-IF
           MOVE ZEROS                    TO WS-QTDE-LISTADOS
           DISPLAY 'PEDIDOS PENDENTES DESDE ANTES DE ' WS-DATA-LIMITE
           DISPLAY 'NUM  DATA     DIAS  CHAVE      TIPO       '
                   'PEDIDO POR'
           PERFORM D310-LER-PENDENCIA
           PERFORM D810-EXIBIR-ENVELHECIDO
               UNTIL FIM-PENDENCIAS
           DISPLAY 'PEDIDOS ENVELHECIDOS: ' WS-QTDE-LISTADOS
           .
       D800-LISTAR-ENVELHECIDOS-FIM.
           EXIT.

       D810-EXIBIR-ENVELHECIDO.
           IF PD-DATA-PEDIDO NOT LESS THAN WS-DATA-LIMITE
               SET FIM-PENDENCIAS        TO TRUE
           ELSE
               IF PD-PENDENTE
                   ADD 1                 TO WS-QTDE-LISTADOS
                   PERFORM D330-DESCREVER-TIPO
                   COMPUTE WS-DIAS-PENDENTE =
                           FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                         - FUNCTION INTEGER-OF-DATE (PD-DATA-PEDIDO)
                   DISPLAY WS-NUM-PEDIDO ' ' PD-DATA-PEDIDO ' '
                           WS-DIAS-PENDENTE ' ' PD-CHAVE ' '
                           WS-DESCRICAO-TIPO ' ' PD-OPERADOR-PEDIDO
               END-IF
               PERFORM D310-LER-PENDENCIA
           END-IF
           .

      ******************************************************************
      * REGISTRO DA SESSAO NO CADRUN (VER RUNREG01), COM AS GRAVACOES
      * NO CADPES E OS CONFLITOS DE ALTERACAO. FALHA AQUI NAO DERRUBA
      * A SESSAO.
      ******************************************************************
       D890-GRAVAR-RUN-LOG.
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
               MOVE 'CADAPR01'           TO RC-PROGRAMA
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

       D900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-FUSOES
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-CONTATOS
           .

       D950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-FUSOES
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-CONTATOS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY CTTPRC01 REPLACING ==CTT99-ERRO-FATAL==
                            BY ==D950-ENCERRAR-COM-ERRO==.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==D950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADAPR01.
