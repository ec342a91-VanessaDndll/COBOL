      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: CONDUTOR DA ESTEIRA NOTURNA DO CADASTRO DE PESSOAS.
      *          LE O ARQUIVO DE CONTROLE CADPSO (VER PSOREG01), COM OS
      *          PASSOS DA NOITE EM ORDEM, A FREQUENCIA DE CADA UM
      *          (TODA NOITE, SO NO ULTIMO DIA DO MES OU SO NO
      *          PRIMEIRO DIA DO MES) E O MAIOR RETURN CODE ACEITO, E
      *          EXECUTA OS PASSOS UM APOS O OUTRO. O INICIO, O FIM E
      *          O RETURN CODE DE CADA PASSO VAO PARA O DIARIO CADDIA
      *          (VER CKPREG01). A ESTEIRA PARA NO PRIMEIRO PASSO QUE
      *          PASSAR DO SEU LIMITE; REEXECUTADO, O CONDUTOR ACHA NO
      *          DIARIO A NOITE INACABADA E RETOMA A MESMA DATA DE
      *          PROCESSAMENTO A PARTIR DO PASSO QUE FALHOU, SEM
      *          REPETIR OS QUE JA TERMINARAM. O RELATORIO RELJOB
      *          MOSTRA, PARA CADA PASSO, SE FOI EXECUTADO, PULADO OU
      *          SE FALHOU. OS PROGRAMAS DOS PASSOS SAO PROGRAMAS
      *          PRINCIPAIS (TERMINAM COM STOP RUN) E POR ISSO RODAM
      *          COMO PROCESSOS SEPARADOS, PELA LINHA DE COMANDO.
      *          RETURN CODE DO CONDUTOR: 0 NOITE CONCLUIDA, 8 ESTEIRA
      *          PARADA EM UM PASSO, 12 ARQUIVO DE CONTROLE RECUSADO,
      *          16 ERRO DE ARQUIVO DO PROPRIO CONDUTOR.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADJOB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PASSOS          ASSIGN TO "CADPSO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PASSOS.

           SELECT ARQ-DIARIO          ASSIGN TO "CADDIA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-DIARIO.

           SELECT RELATORIO-ESTEIRA   ASSIGN TO "RELJOB"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PASSOS
           LABEL RECORD IS STANDARD.
       COPY PSOREG01.

       FD  ARQ-DIARIO
           LABEL RECORD IS STANDARD.
       COPY CKPREG01.

       FD  RELATORIO-ESTEIRA
           LABEL RECORD IS STANDARD.
       01  RJ-LINHA-RELATORIO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-PASSOS            PIC X(02) VALUE '00'.
           03  WS-STATUS-DIARIO            PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-PASSOS               PIC X(01) VALUE 'N'.
               88  FIM-PASSOS              VALUE 'S'.
           03  WS-FIM-DIARIO               PIC X(01) VALUE 'N'.
               88  FIM-DIARIO              VALUE 'S'.
           03  WS-CONTROLE-INVALIDO        PIC X(01) VALUE 'N'.
               88  CONTROLE-INVALIDO       VALUE 'S'.
           03  WS-NOITE-CONCLUIDA          PIC X(01) VALUE 'N'.
               88  NOITE-CONCLUIDA         VALUE 'S'.
           03  WS-RETOMADA                 PIC X(01) VALUE 'N'.
               88  RETOMADA                VALUE 'S'.
           03  WS-ESTEIRA-PARADA           PIC X(01) VALUE 'N'.
               88  ESTEIRA-PARADA          VALUE 'S'.
           03  WS-ENTRADA-ACHADA           PIC X(01) VALUE 'N'.
               88  ENTRADA-ACHADA          VALUE 'S'.

      ******************************************************************
      * DATA DE PROCESSAMENTO DA NOITE: A DATA DE HOJE NUMA NOITE NOVA,
      * OU A DATA DA NOITE INACABADA NUMA RETOMADA (A FREQUENCIA DOS
      * PASSOS E DECIDIDA POR ELA, NAO PELO RELOGIO DA REEXECUCAO)
      ******************************************************************
       01  WS-DATA-PROCESSAMENTO.
           03  WS-DPR-ANO-MES              PIC 9(06) VALUE ZEROS.
           03  WS-DPR-DIA                  PIC 9(02) VALUE ZEROS.
       01  WS-DATA-PROCESSAMENTO-N REDEFINES WS-DATA-PROCESSAMENTO
                                           PIC 9(08).

       01  WS-DATA-SEGUINTE.
           03  WS-DSG-ANO-MES              PIC 9(06) VALUE ZEROS.
           03  WS-DSG-DIA                  PIC 9(02) VALUE ZEROS.
       01  WS-DATA-SEGUINTE-N REDEFINES WS-DATA-SEGUINTE
                                           PIC 9(08).

       01  WS-DIA-DA-NOITE.
           03  WS-ULTIMO-DIA-MES           PIC X(01) VALUE 'N'.
               88  ULTIMO-DIA-MES          VALUE 'S'.
           03  WS-PRIMEIRO-DIA-MES         PIC X(01) VALUE 'N'.
               88  PRIMEIRO-DIA-MES        VALUE 'S'.

       01  WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-DIARIO                  PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * TABELA DOS PASSOS DA NOITE, CARREGADA DO CADPSO. A SITUACAO
      * ANTERIOR VEM DO DIARIO DA NOITE INACABADA; A SITUACAO ATUAL
      * E A QUE VAI PARA O RELATORIO:
      *   E - EXECUTADO NESTA PASSADA       F - FALHOU
      *   J - JA EXECUTADO EM PASSADA ANTERIOR
      *   P - PULADO PELA FREQUENCIA        N - NAO EXECUTADO
      ******************************************************************
       01  WS-TABELA-PASSOS.
           03  WS-PSO-QTD                  PIC 9(02) VALUE ZEROS.
           03  WS-PSO-OCOR OCCURS 50 TIMES.
               05  WS-PSO-PASSO            PIC 9(03).
               05  WS-PSO-PROGRAMA         PIC X(20).
               05  WS-PSO-FREQUENCIA       PIC X(01).
               05  WS-PSO-RC-MAXIMO        PIC 9(02).
               05  WS-PSO-COMANDO          PIC X(60).
               05  WS-PSO-SIT-ANTERIOR     PIC X(01).
               05  WS-PSO-SITUACAO         PIC X(01).
               05  WS-PSO-DATA-INICIO      PIC 9(08).
               05  WS-PSO-HORA-INICIO      PIC 9(08).
               05  WS-PSO-DATA-FIM         PIC 9(08).
               05  WS-PSO-HORA-FIM         PIC 9(08).
               05  WS-PSO-RETORNO          PIC 9(05).

       01  WS-INDICES.
           03  WS-I                        PIC 9(02) VALUE ZEROS.
           03  WS-K                        PIC 9(02) VALUE ZEROS.

       01  WS-PASSO-ANTERIOR               PIC 9(03) VALUE ZEROS.
       01  WS-LINHA-CONTROLE               PIC 9(03) VALUE ZEROS.

      ******* LINHA DE COMANDO E RETURN CODE DO PASSO
       01  WS-LINHA-COMANDO                PIC X(80) VALUE SPACES.
       01  WS-RC-SISTEMA                   PIC S9(09) VALUE ZEROS.
       01  WS-RC-PASSO                     PIC 9(05) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-EXECUTADOS          PIC 9(03) VALUE ZEROS.
           03  WS-QTDE-JA-EXECUTADOS       PIC 9(03) VALUE ZEROS.
           03  WS-QTDE-PULADOS             PIC 9(03) VALUE ZEROS.
           03  WS-QTDE-FALHOS              PIC 9(03) VALUE ZEROS.
           03  WS-QTDE-NAO-EXECUTADOS      PIC 9(03) VALUE ZEROS.

       01  WS-RETORNO                      PIC 9(02) VALUE ZEROS.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(39)
               VALUE 'ESTEIRA NOTURNA DO CADASTRO - NOITE DE '.
           03  WS-CAB-DATA                 PIC 9(08).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-CAB-RETOMADA             PIC X(30).

       01  WS-CABECALHO-2.
           03  FILLER PIC X(07) VALUE 'PASSO'.
           03  FILLER PIC X(22) VALUE 'PROGRAMA'.
           03  FILLER PIC X(09) VALUE 'FREQ'.
           03  FILLER PIC X(07) VALUE 'RC MAX'.
           03  FILLER PIC X(32) VALUE 'SITUACAO'.
           03  FILLER PIC X(18) VALUE 'INICIO'.
           03  FILLER PIC X(18) VALUE 'FIM'.
           03  FILLER PIC X(05) VALUE 'RC'.

       01  WS-LINHA-SEPARADORA             PIC X(118) VALUE ALL '-'.

       01  WS-LINHA-DETALHE.
           03  WS-LDT-PASSO                PIC 9(03).
           03  FILLER                      PIC X(04) VALUE SPACES.
           03  WS-LDT-PROGRAMA             PIC X(20).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-FREQUENCIA           PIC X(07).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-RC-MAXIMO            PIC Z9.
           03  FILLER                      PIC X(05) VALUE SPACES.
           03  WS-LDT-SITUACAO             PIC X(30).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-DATA-INICIO          PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  WS-LDT-HORA-INICIO          PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  WS-LDT-DATA-FIM             PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  WS-LDT-HORA-FIM             PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  WS-LDT-RETORNO              PIC X(05).

       01  WS-RETORNO-EDIT                 PIC ZZZZ9.

       01  WS-LINHA-TOTAL.
           03  WS-LTT-DESCRICAO            PIC X(40).
           03  WS-LTT-VALOR                PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM JB100-ABRIR-ARQUIVOS
           PERFORM JB200-CARREGAR-PASSOS
           PERFORM JB300-LER-DIARIO
               THRU JB300-LER-DIARIO-FIM
           PERFORM JB350-DEFINIR-NOITE
           PERFORM JB400-ABRIR-DIARIO
           PERFORM JB500-EXECUTAR-PASSO
               THRU JB500-EXECUTAR-PASSO-FIM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-PSO-QTD
                  OR ESTEIRA-PARADA
           IF ESTEIRA-PARADA
               MOVE 8                    TO WS-RETORNO
           ELSE
               PERFORM JB600-CONCLUIR-NOITE
           END-IF
           PERFORM JB800-IMPRIMIR-RELATORIO
           PERFORM JB850-EXIBIR-RESUMO
           PERFORM JB900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

       JB100-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE           FROM DATE YYYYMMDD

           OPEN INPUT ARQ-PASSOS
           IF WS-STATUS-PASSOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PASSOS. STATUS: '
                       WS-STATUS-PASSOS
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT RELATORIO-ESTEIRA
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-ESTEIRA. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * CARREGA E CRITICA O ARQUIVO DE CONTROLE INTEIRO ANTES DE RODAR
      * QUALQUER PASSO: UMA LINHA ERRADA RECUSA A NOITE TODA, PARA A
      * ESTEIRA NAO PARAR NO MEIO POR CAUSA DO PROPRIO CONTROLE
      ******************************************************************
       JB200-CARREGAR-PASSOS.
           PERFORM JB210-LER-PASSO
           PERFORM JB220-GUARDAR-PASSO
               UNTIL FIM-PASSOS
           CLOSE ARQ-PASSOS
           IF WS-PSO-QTD = ZEROS
               DISPLAY 'ARQUIVO DE CONTROLE CADPSO SEM PASSOS.'
               SET CONTROLE-INVALIDO     TO TRUE
           END-IF
           IF CONTROLE-INVALIDO
               PERFORM JB960-RECUSAR-CONTROLE
           END-IF
           .

       JB210-LER-PASSO.
           READ ARQ-PASSOS
               AT END
                   SET FIM-PASSOS        TO TRUE
           END-READ
           IF NOT FIM-PASSOS AND WS-STATUS-PASSOS NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-PASSOS. STATUS: '
                       WS-STATUS-PASSOS
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

       JB220-GUARDAR-PASSO.
           ADD 1                         TO WS-LINHA-CONTROLE
           EVALUATE TRUE
               WHEN PS-PASSO NOT NUMERIC
                   DISPLAY 'CADPSO LINHA ' WS-LINHA-CONTROLE
                           ': NUMERO DO PASSO INVALIDO.'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN PS-PASSO NOT GREATER THAN WS-PASSO-ANTERIOR
                 OR PS-PASSO = 999
                   DISPLAY 'CADPSO LINHA ' WS-LINHA-CONTROLE
                           ': PASSO ' PS-PASSO ' FORA DE ORDEM '
                           '(CRESCENTE, DE 001 A 998).'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN PS-PROGRAMA = SPACES
                   DISPLAY 'CADPSO LINHA ' WS-LINHA-CONTROLE
                           ': PROGRAMA EM BRANCO.'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN NOT PS-FREQUENCIA-VALIDA
                   DISPLAY 'CADPSO LINHA ' WS-LINHA-CONTROLE
                           ': FREQUENCIA INVALIDA (USAR D, M OU P).'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN PS-RC-MAXIMO NOT NUMERIC
                   DISPLAY 'CADPSO LINHA ' WS-LINHA-CONTROLE
                           ': RETURN CODE MAXIMO INVALIDO.'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN WS-PSO-QTD = 50
                   DISPLAY 'CADPSO COM MAIS DE 50 PASSOS.'
                   SET CONTROLE-INVALIDO TO TRUE
               WHEN OTHER
                   ADD 1                 TO WS-PSO-QTD
                   MOVE PS-PASSO         TO WS-PSO-PASSO (WS-PSO-QTD)
                   MOVE PS-PROGRAMA      TO
                                       WS-PSO-PROGRAMA (WS-PSO-QTD)
                   MOVE PS-FREQUENCIA    TO
                                       WS-PSO-FREQUENCIA (WS-PSO-QTD)
                   MOVE PS-RC-MAXIMO     TO
                                       WS-PSO-RC-MAXIMO (WS-PSO-QTD)
                   MOVE PS-COMANDO       TO
                                       WS-PSO-COMANDO (WS-PSO-QTD)
                   MOVE SPACES           TO
                                       WS-PSO-SIT-ANTERIOR (WS-PSO-QTD)
                   MOVE 'N'              TO
                                       WS-PSO-SITUACAO (WS-PSO-QTD)
                   MOVE ZEROS            TO
                                       WS-PSO-DATA-INICIO (WS-PSO-QTD)
                                       WS-PSO-HORA-INICIO (WS-PSO-QTD)
                                       WS-PSO-DATA-FIM (WS-PSO-QTD)
                                       WS-PSO-HORA-FIM (WS-PSO-QTD)
                                       WS-PSO-RETORNO (WS-PSO-QTD)
                   MOVE PS-PASSO         TO WS-PASSO-ANTERIOR
           END-EVALUATE
           PERFORM JB210-LER-PASSO
           .

      ******************************************************************
      * LE O DIARIO CADDIA ATE O FIM. CADA NOITE COMECA NO PRIMEIRO
      * REGISTRO APOS UM 'T' OU QUANDO A DATA DE PROCESSAMENTO MUDA, E
      * A SITUACAO ANTERIOR DE CADA PASSO E A DO SEU ULTIMO REGISTRO
      * NESSA NOITE. SE A ULTIMA NOITE DO DIARIO NAO TEM 'T', ELA E
      * RETOMADA; SEM DIARIO (PRIMEIRA NOITE) A NOITE E NOVA.
      ******************************************************************
       JB300-LER-DIARIO.
           OPEN INPUT ARQ-DIARIO
           IF WS-STATUS-DIARIO = '35'
               GO TO JB300-LER-DIARIO-FIM
           END-IF
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-DIARIO. STATUS: '
                       WS-STATUS-DIARIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           PERFORM JB310-LER-REGISTRO-DIARIO
           PERFORM JB320-APLICAR-REGISTRO-DIARIO
               UNTIL FIM-DIARIO
           CLOSE ARQ-DIARIO
           IF WS-DATA-DIARIO NOT = ZEROS AND NOT NOITE-CONCLUIDA
               SET RETOMADA              TO TRUE
           END-IF
           .
       JB300-LER-DIARIO-FIM.
           EXIT.

       JB310-LER-REGISTRO-DIARIO.
           READ ARQ-DIARIO
               AT END
                   SET FIM-DIARIO        TO TRUE
           END-READ
           IF NOT FIM-DIARIO AND WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-DIARIO. STATUS: '
                       WS-STATUS-DIARIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

       JB320-APLICAR-REGISTRO-DIARIO.
           IF NOITE-CONCLUIDA
              OR CK-DATA-PROCESSAMENTO NOT = WS-DATA-DIARIO
               MOVE CK-DATA-PROCESSAMENTO TO WS-DATA-DIARIO
               MOVE 'N'                  TO WS-NOITE-CONCLUIDA
               PERFORM JB330-LIMPAR-SITUACAO
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K GREATER THAN WS-PSO-QTD
           END-IF
           IF CK-NOITE-CONCLUIDA
               SET NOITE-CONCLUIDA       TO TRUE
           ELSE
               MOVE 'N'                  TO WS-ENTRADA-ACHADA
               PERFORM JB340-LOCALIZAR-PASSO
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K GREATER THAN WS-PSO-QTD
                      OR ENTRADA-ACHADA
               IF ENTRADA-ACHADA
                   SUBTRACT 1            FROM WS-K
                   MOVE CK-SITUACAO      TO WS-PSO-SIT-ANTERIOR (WS-K)
                   MOVE CK-DATA-INICIO   TO WS-PSO-DATA-INICIO (WS-K)
                   MOVE CK-HORA-INICIO   TO WS-PSO-HORA-INICIO (WS-K)
                   MOVE CK-DATA-FIM      TO WS-PSO-DATA-FIM (WS-K)
                   MOVE CK-HORA-FIM      TO WS-PSO-HORA-FIM (WS-K)
                   MOVE CK-RETORNO       TO WS-PSO-RETORNO (WS-K)
               END-IF
           END-IF
           PERFORM JB310-LER-REGISTRO-DIARIO
           .

       JB330-LIMPAR-SITUACAO.
           MOVE SPACES                   TO WS-PSO-SIT-ANTERIOR (WS-K)
           MOVE ZEROS                    TO WS-PSO-DATA-INICIO (WS-K)
                                            WS-PSO-HORA-INICIO (WS-K)
                                            WS-PSO-DATA-FIM (WS-K)
                                            WS-PSO-HORA-FIM (WS-K)
                                            WS-PSO-RETORNO (WS-K)
           .

      ******* O PASSO DO DIARIO E O DA TABELA COM O MESMO NUMERO E
      ******* O MESMO PROGRAMA
       JB340-LOCALIZAR-PASSO.
           IF WS-PSO-PASSO (WS-K) = CK-PASSO
              AND WS-PSO-PROGRAMA (WS-K) = CK-PROGRAMA
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

      ******************************************************************
      * DATA DE PROCESSAMENTO E DIA DA NOITE (ULTIMO OU PRIMEIRO DIA DO
      * MES) PARA A FREQUENCIA DOS PASSOS
      ******************************************************************
       JB350-DEFINIR-NOITE.
           IF RETOMADA
               MOVE WS-DATA-DIARIO       TO WS-DATA-PROCESSAMENTO-N
               DISPLAY 'RETOMANDO A NOITE DE ' WS-DATA-PROCESSAMENTO-N
                       ' A PARTIR DO PASSO QUE FALHOU.'
           ELSE
               MOVE WS-DATA-HOJE         TO WS-DATA-PROCESSAMENTO-N
           END-IF
           COMPUTE WS-DATA-SEGUINTE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-PROCESSAMENTO-N)
                    + 1)
           IF WS-DSG-DIA = 01
               SET ULTIMO-DIA-MES        TO TRUE
           END-IF
           IF WS-DPR-DIA = 01
               SET PRIMEIRO-DIA-MES      TO TRUE
           END-IF
           .

       JB400-ABRIR-DIARIO.
           OPEN EXTEND ARQ-DIARIO
           IF WS-STATUS-DIARIO = '35'
               OPEN OUTPUT ARQ-DIARIO
               CLOSE ARQ-DIARIO
               OPEN EXTEND ARQ-DIARIO
           END-IF
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-DIARIO. STATUS: '
                       WS-STATUS-DIARIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * UM PASSO DA NOITE. NUMA RETOMADA, O QUE JA TERMINOU DENTRO DO
      * LIMITE (E) OU FOI PULADO (P) NAO E REPETIDO; O QUE FALHOU (F)
      * OU FICOU SO COM O REGISTRO DE INICIO (I) RODA DE NOVO.
      ******************************************************************
       JB500-EXECUTAR-PASSO.
           IF RETOMADA AND WS-PSO-SIT-ANTERIOR (WS-I) = 'E'
               MOVE 'J'                  TO WS-PSO-SITUACAO (WS-I)
               ADD 1                     TO WS-QTDE-JA-EXECUTADOS
               GO TO JB500-EXECUTAR-PASSO-FIM
           END-IF
           IF RETOMADA AND WS-PSO-SIT-ANTERIOR (WS-I) = 'P'
               MOVE 'P'                  TO WS-PSO-SITUACAO (WS-I)
               ADD 1                     TO WS-QTDE-PULADOS
               GO TO JB500-EXECUTAR-PASSO-FIM
           END-IF

           MOVE ZEROS                    TO WS-PSO-RETORNO (WS-I)
           ACCEPT WS-PSO-DATA-INICIO (WS-I) FROM DATE YYYYMMDD
           ACCEPT WS-PSO-HORA-INICIO (WS-I) FROM TIME
           IF (WS-PSO-FREQUENCIA (WS-I) = 'M' AND NOT ULTIMO-DIA-MES)
              OR (WS-PSO-FREQUENCIA (WS-I) = 'P'
                  AND NOT PRIMEIRO-DIA-MES)
               MOVE WS-PSO-DATA-INICIO (WS-I)
                                         TO WS-PSO-DATA-FIM (WS-I)
               MOVE WS-PSO-HORA-INICIO (WS-I)
                                         TO WS-PSO-HORA-FIM (WS-I)
               MOVE 'P'                  TO WS-PSO-SITUACAO (WS-I)
               PERFORM JB700-GRAVAR-DIARIO
               ADD 1                     TO WS-QTDE-PULADOS
               GO TO JB500-EXECUTAR-PASSO-FIM
           END-IF

           MOVE ZEROS                    TO WS-PSO-DATA-FIM (WS-I)
                                            WS-PSO-HORA-FIM (WS-I)
           MOVE 'I'                      TO WS-PSO-SITUACAO (WS-I)
           PERFORM JB700-GRAVAR-DIARIO
           DISPLAY 'PASSO ' WS-PSO-PASSO (WS-I) ' '
                   WS-PSO-PROGRAMA (WS-I) ' INICIADO.'

           IF WS-PSO-COMANDO (WS-I) = SPACES
               MOVE WS-PSO-PROGRAMA (WS-I) TO WS-LINHA-COMANDO
           ELSE
               MOVE WS-PSO-COMANDO (WS-I) TO WS-LINHA-COMANDO
           END-IF
           CALL 'SYSTEM' USING WS-LINHA-COMANDO
           PERFORM JB510-OBTER-RETORNO

           ACCEPT WS-PSO-DATA-FIM (WS-I) FROM DATE YYYYMMDD
           ACCEPT WS-PSO-HORA-FIM (WS-I) FROM TIME
           MOVE WS-RC-PASSO              TO WS-PSO-RETORNO (WS-I)
           IF WS-RC-PASSO GREATER THAN WS-PSO-RC-MAXIMO (WS-I)
               MOVE 'F'                  TO WS-PSO-SITUACAO (WS-I)
               SET ESTEIRA-PARADA        TO TRUE
               ADD 1                     TO WS-QTDE-FALHOS
               DISPLAY 'PASSO ' WS-PSO-PASSO (WS-I) ' '
                       WS-PSO-PROGRAMA (WS-I) ' TERMINOU COM RC '
                       WS-RC-PASSO ' (MAXIMO ' WS-PSO-RC-MAXIMO (WS-I)
                       '). ESTEIRA PARADA.'
           ELSE
               MOVE 'E'                  TO WS-PSO-SITUACAO (WS-I)
               ADD 1                     TO WS-QTDE-EXECUTADOS
               DISPLAY 'PASSO ' WS-PSO-PASSO (WS-I) ' '
                       WS-PSO-PROGRAMA (WS-I) ' TERMINOU COM RC '
                       WS-RC-PASSO '.'
           END-IF
           PERFORM JB700-GRAVAR-DIARIO
           .
       JB500-EXECUTAR-PASSO-FIM.
           EXIT.

      ******************************************************************
      * RETURN CODE DO PASSO. NO UNIX O SYSTEM DEVOLVE O STATUS DE
      * ESPERA DO PROCESSO, COM O CODIGO DE SAIDA NO BYTE ALTO; UM
      * VALOR NEGATIVO QUER DIZER QUE O COMANDO NEM PODE SER
      * DISPARADO, E O PASSO FICA COM RC 999 (SEMPRE ACIMA DO LIMITE).
      ******************************************************************
       JB510-OBTER-RETORNO.
           MOVE RETURN-CODE              TO WS-RC-SISTEMA
           MOVE ZEROS                    TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-RC-SISTEMA LESS THAN ZEROS
                   MOVE 999              TO WS-RC-PASSO
               WHEN WS-RC-SISTEMA GREATER THAN 255
                   DIVIDE WS-RC-SISTEMA BY 256 GIVING WS-RC-PASSO
               WHEN OTHER
                   MOVE WS-RC-SISTEMA    TO WS-RC-PASSO
           END-EVALUATE
           .

      ******* MARCA DE NOITE CONCLUIDA: A PROXIMA EXECUCAO E NOITE NOVA
       JB600-CONCLUIR-NOITE.
           INITIALIZE CK-REGISTRO-DIARIO
           MOVE WS-DATA-PROCESSAMENTO-N  TO CK-DATA-PROCESSAMENTO
           MOVE 999                      TO CK-PASSO
           MOVE 'CADJOB01'               TO CK-PROGRAMA
           SET CK-NOITE-CONCLUIDA        TO TRUE
           ACCEPT CK-DATA-INICIO         FROM DATE YYYYMMDD
           ACCEPT CK-HORA-INICIO         FROM TIME
           MOVE CK-DATA-INICIO           TO CK-DATA-FIM
           MOVE CK-HORA-INICIO           TO CK-HORA-FIM
           PERFORM JB710-GRAVAR-REGISTRO-DIARIO
           .

       JB700-GRAVAR-DIARIO.
           MOVE WS-DATA-PROCESSAMENTO-N  TO CK-DATA-PROCESSAMENTO
           MOVE WS-PSO-PASSO (WS-I)      TO CK-PASSO
           MOVE WS-PSO-PROGRAMA (WS-I)   TO CK-PROGRAMA
           MOVE WS-PSO-SITUACAO (WS-I)   TO CK-SITUACAO
           MOVE WS-PSO-DATA-INICIO (WS-I) TO CK-DATA-INICIO
           MOVE WS-PSO-HORA-INICIO (WS-I) TO CK-HORA-INICIO
           MOVE WS-PSO-DATA-FIM (WS-I)   TO CK-DATA-FIM
           MOVE WS-PSO-HORA-FIM (WS-I)   TO CK-HORA-FIM
           MOVE WS-PSO-RETORNO (WS-I)    TO CK-RETORNO
           PERFORM JB710-GRAVAR-REGISTRO-DIARIO
           .

      ******* O DIARIO E FECHADO E REABERTO A CADA REGISTRO PARA QUE O
      ******* INICIO DO PASSO JA ESTEJA GRAVADO SE O CONDUTOR CAIR
       JB710-GRAVAR-REGISTRO-DIARIO.
           WRITE CK-REGISTRO-DIARIO
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-DIARIO. STATUS: '
                       WS-STATUS-DIARIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           CLOSE ARQ-DIARIO
           OPEN EXTEND ARQ-DIARIO
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQ-DIARIO. STATUS: '
                       WS-STATUS-DIARIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * RELATORIO DO FIM DA NOITE: UMA LINHA POR PASSO COM A SITUACAO,
      * O INICIO, O FIM E O RETURN CODE
      ******************************************************************
       JB800-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-PROCESSAMENTO-N  TO WS-CAB-DATA
           IF RETOMADA
               MOVE '(RETOMADA)'         TO WS-CAB-RETOMADA
           ELSE
               MOVE SPACES               TO WS-CAB-RETOMADA
           END-IF
           MOVE SPACES                   TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           MOVE SPACES                   TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           MOVE WS-CABECALHO-2           TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           PERFORM JB810-IMPRIMIR-PASSO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-PSO-QTD
           MOVE WS-LINHA-SEPARADORA      TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA

           MOVE 'PASSOS EXECUTADOS NESTA PASSADA        :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-EXECUTADOS       TO WS-LTT-VALOR
           PERFORM JB820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PASSOS JA EXECUTADOS ANTES DA RETOMADA :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-JA-EXECUTADOS    TO WS-LTT-VALOR
           PERFORM JB820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PASSOS PULADOS PELA FREQUENCIA         :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-PULADOS          TO WS-LTT-VALOR
           PERFORM JB820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PASSOS QUE FALHARAM                    :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-FALHOS           TO WS-LTT-VALOR
           PERFORM JB820-IMPRIMIR-LINHA-TOTAL
           MOVE 'PASSOS NAO EXECUTADOS                  :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-NAO-EXECUTADOS   TO WS-LTT-VALOR
           PERFORM JB820-IMPRIMIR-LINHA-TOTAL
           MOVE SPACES                   TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           IF ESTEIRA-PARADA
               MOVE 'ESTEIRA PARADA. CORRIJA O PASSO QUE FALHOU E RODE'
                                         TO RJ-LINHA-RELATORIO
               PERFORM JB790-GRAVAR-LINHA
               MOVE 'O CADJOB01 DE NOVO PARA RETOMAR A NOITE.'
                                         TO RJ-LINHA-RELATORIO
           ELSE
               MOVE 'NOITE CONCLUIDA.'   TO RJ-LINHA-RELATORIO
           END-IF
           PERFORM JB790-GRAVAR-LINHA
           .

       JB810-IMPRIMIR-PASSO.
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE WS-PSO-PASSO (WS-I)      TO WS-LDT-PASSO
           MOVE WS-PSO-PROGRAMA (WS-I)   TO WS-LDT-PROGRAMA
           EVALUATE WS-PSO-FREQUENCIA (WS-I)
               WHEN 'D'
                   MOVE 'DIARIO'         TO WS-LDT-FREQUENCIA
               WHEN 'M'
                   MOVE 'FIM MES'        TO WS-LDT-FREQUENCIA
               WHEN 'P'
                   MOVE 'INI MES'        TO WS-LDT-FREQUENCIA
           END-EVALUATE
           MOVE WS-PSO-RC-MAXIMO (WS-I)  TO WS-LDT-RC-MAXIMO
           EVALUATE WS-PSO-SITUACAO (WS-I)
               WHEN 'E'
                   MOVE 'EXECUTADO'      TO WS-LDT-SITUACAO
               WHEN 'J'
                   MOVE 'EXECUTADO NA PASSADA ANTERIOR'
                                         TO WS-LDT-SITUACAO
               WHEN 'P'
                   MOVE 'PULADO (FREQUENCIA)'
                                         TO WS-LDT-SITUACAO
               WHEN 'F'
                   MOVE 'FALHOU - RC ACIMA DO MAXIMO'
                                         TO WS-LDT-SITUACAO
               WHEN OTHER
                   MOVE 'NAO EXECUTADO (ESTEIRA PARADA)'
                                         TO WS-LDT-SITUACAO
                   ADD 1                 TO WS-QTDE-NAO-EXECUTADOS
           END-EVALUATE
           IF WS-PSO-SITUACAO (WS-I) = 'E' OR 'J' OR 'F'
               MOVE WS-PSO-DATA-INICIO (WS-I) TO WS-LDT-DATA-INICIO
               MOVE WS-PSO-HORA-INICIO (WS-I) TO WS-LDT-HORA-INICIO
               MOVE WS-PSO-DATA-FIM (WS-I)    TO WS-LDT-DATA-FIM
               MOVE WS-PSO-HORA-FIM (WS-I)    TO WS-LDT-HORA-FIM
               MOVE WS-PSO-RETORNO (WS-I)     TO WS-RETORNO-EDIT
               MOVE WS-RETORNO-EDIT           TO WS-LDT-RETORNO
           END-IF
           MOVE WS-LINHA-DETALHE         TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           .

       JB820-IMPRIMIR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL           TO RJ-LINHA-RELATORIO
           PERFORM JB790-GRAVAR-LINHA
           .

       JB790-GRAVAR-LINHA.
           WRITE RJ-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-ESTEIRA. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM JB950-ENCERRAR-COM-ERRO
           END-IF
           .

       JB850-EXIBIR-RESUMO.
           DISPLAY ' '
           DISPLAY '========== RESUMO DA ESTEIRA NOTURNA =============='
           DISPLAY 'NOITE DE PROCESSAMENTO     : '
                   WS-DATA-PROCESSAMENTO-N
           DISPLAY 'PASSOS EXECUTADOS          : ' WS-QTDE-EXECUTADOS
           DISPLAY 'JA EXECUTADOS (RETOMADA)   : '
                   WS-QTDE-JA-EXECUTADOS
           DISPLAY 'PASSOS PULADOS             : ' WS-QTDE-PULADOS
           DISPLAY 'PASSOS QUE FALHARAM        : ' WS-QTDE-FALHOS
           DISPLAY 'PASSOS NAO EXECUTADOS      : '
                   WS-QTDE-NAO-EXECUTADOS
           .

       JB900-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-DIARIO
           CLOSE RELATORIO-ESTEIRA
           .

       JB950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE ARQ-PASSOS
           CLOSE ARQ-DIARIO
           CLOSE RELATORIO-ESTEIRA
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       JB960-RECUSAR-CONTROLE.
           DISPLAY 'ARQUIVO DE CONTROLE CADPSO RECUSADO. NENHUM PASSO '
                   'FOI EXECUTADO.'
           MOVE 12                       TO WS-RETORNO
           CLOSE RELATORIO-ESTEIRA
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM CADJOB01.
