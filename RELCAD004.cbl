      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE TAXA DE DEVOLUCAO DE
      *          CORRESPONDENCIA POR UF E PREFIXO DE CEP (CINCO
      *          PRIMEIROS DIGITOS). LE O HISTORICO CADDVH GRAVADO
      *          PELO CADDEV01 (VER DEVREG01), SO AS DEVOLUCOES DO
      *          MES CORRENTE, E CONTA AS DEVOLUCOES POR MOTIVO.
      *          DEPOIS LE O CADASTRO-PESSOAS E CONTA AS PESSOAS
      *          ATIVAS DE CADA UF/PREFIXO: A TAXA E DEVOLUCOES X 100
      *          SOBRE AS PESSOAS ATIVAS. SAI ORDENADO POR UF E
      *          PREFIXO, COM SUBTOTAL POR UF E TOTAL GERAL; SO
      *          APARECEM OS PREFIXOS QUE TIVERAM DEVOLUCAO NO MES.
      *          RODAR NO FECHAMENTO DO MES, COMO O RELCAD002.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAD004.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-HISTORICO-DEV   ASSIGN TO "CADDVH"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT RELATORIO-DEVOLUCAO ASSIGN TO "RELDVM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-PESSOAS
           LABEL RECORD IS STANDARD.
       COPY CADREG01.

       FD  ARQ-HISTORICO-DEV
           LABEL RECORD IS STANDARD.
       COPY DEVREG01.

       FD  RELATORIO-DEVOLUCAO
           LABEL RECORD IS STANDARD.
       01  RD-LINHA-RELATORIO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-HISTORICO         PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  FIM-CADASTRO            VALUE 'S'.
           03  WS-FIM-HISTORICO            PIC X(01) VALUE 'N'.
               88  FIM-HISTORICO           VALUE 'S'.
           03  WS-ENTRADA-ACHADA           PIC X(01) VALUE 'N'.
               88  ENTRADA-ACHADA          VALUE 'S'.
           03  WS-HOUVE-TROCA              PIC X(01) VALUE 'N'.
               88  HOUVE-TROCA             VALUE 'S'.

      ******************************************************************
      * ACUMULADORES: UM POR UF/PREFIXO DE CEP E UM POR UF (PARA OS
      * SUBTOTAIS, QUE CONTAM TODAS AS PESSOAS ATIVAS DA UF E NAO SO
      * AS DOS PREFIXOS COM DEVOLUCAO)
      ******************************************************************
       01  WS-ACUM-PREFIXO.
           03  WS-PFX-QTD                  PIC 9(03) VALUE ZEROS.
           03  WS-PFX-OCOR OCCURS 500 TIMES.
               05  WS-PFX-CHAVE.
                   07  WS-PFX-UF           PIC X(02).
                   07  WS-PFX-CEP-1        PIC X(05).
               05  WS-PFX-MUDOU-SE         PIC 9(07).
               05  WS-PFX-INSUFICIENTE     PIC 9(07).
               05  WS-PFX-DESCONHECIDO     PIC 9(07).
               05  WS-PFX-DEVOLUCOES       PIC 9(07).
               05  WS-PFX-ATIVOS           PIC 9(07).

       01  WS-ACUM-UF.
           03  WS-UF-QTD                   PIC 9(03) VALUE ZEROS.
           03  WS-UF-OCOR OCCURS 50 TIMES.
               05  WS-UF-VALOR             PIC X(02).
               05  WS-UF-MUDOU-SE          PIC 9(07).
               05  WS-UF-INSUFICIENTE      PIC 9(07).
               05  WS-UF-DESCONHECIDO      PIC 9(07).
               05  WS-UF-DEVOLUCOES        PIC 9(07).
               05  WS-UF-ATIVOS            PIC 9(07).

       01  WS-TROCA-PFX.
           03  WS-TROCA-PFX-CHAVE          PIC X(07).
           03  WS-TROCA-PFX-MUDOU-SE       PIC 9(07).
           03  WS-TROCA-PFX-INSUFICIENTE   PIC 9(07).
           03  WS-TROCA-PFX-DESCONHECIDO   PIC 9(07).
           03  WS-TROCA-PFX-DEVOLUCOES     PIC 9(07).
           03  WS-TROCA-PFX-ATIVOS         PIC 9(07).

       01  WS-INDICES.
           03  WS-I                        PIC 9(03) VALUE ZEROS.
           03  WS-J                        PIC 9(03) VALUE ZEROS.
           03  WS-K                        PIC 9(03) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-HIST-LIDOS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DEVOLUCOES          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-MUDOU-SE            PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-INSUFICIENTE        PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DESCONHECIDO        PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ATIVOS              PIC 9(07) VALUE ZEROS.

       01  WS-PERCENTUAL                   PIC 9(03)V99 VALUE ZEROS.

       01  WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03  WS-HOJE-AAAAMM              PIC 9(06).
           03  WS-HOJE-DIA                 PIC 9(02).

       01  WS-UF-ANTERIOR                  PIC X(02) VALUE SPACES.

       01  WS-CONTROLE-PAGINA.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(20) VALUE SPACES.
           03  FILLER                      PIC X(48)
               VALUE 'TAXA DE DEVOLUCAO DE CORRESPONDENCIA - MES:'.
           03  WS-CAB-ANO-MES              PIC 9999/99.

       01  WS-CABECALHO-COLUNAS.
           03  FILLER PIC X(04) VALUE 'UF'.
           03  FILLER PIC X(09) VALUE 'PREFIXO'.
           03  FILLER PIC X(10) VALUE 'MUDOU-SE'.
           03  FILLER PIC X(10) VALUE 'INSUFIC.'.
           03  FILLER PIC X(10) VALUE 'DESCONH.'.
           03  FILLER PIC X(10) VALUE 'DEVOLUC.'.
           03  FILLER PIC X(10) VALUE 'ATIVOS'.
           03  FILLER PIC X(08) VALUE 'TAXA'.

       01  WS-LINHA-SEPARADORA             PIC X(75) VALUE ALL '-'.

       01  WS-LINHA-DETALHE.
           03  WS-LDT-UF                   PIC X(02).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  WS-LDT-PREFIXO              PIC X(07).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  WS-LDT-MUDOU-SE             PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LDT-INSUFICIENTE         PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LDT-DESCONHECIDO         PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LDT-DEVOLUCOES           PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LDT-ATIVOS               PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(03) VALUE SPACES.
           03  WS-LDT-TAXA                 PIC ZZ9.99.
           03  FILLER                      PIC X(02) VALUE ' %'.

       01  WS-LINHA-TOTAL-LIDOS.
           03  FILLER                      PIC X(33)
               VALUE 'DEVOLUCOES NO HISTORICO (TODAS): '.
           03  WS-TOT-HIST-EDIT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINHA-TOTAL-MES.
           03  FILLER                      PIC X(33)
               VALUE 'DEVOLUCOES DO MES              : '.
           03  WS-TOT-MES-EDIT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINHA-TOTAL-ATIVOS.
           03  FILLER                      PIC X(33)
               VALUE 'PESSOAS ATIVAS NO CADASTRO     : '.
           03  WS-TOT-ATIVOS-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RD100-ABRIR-ARQUIVOS
           PERFORM RD200-LER-PROXIMO-HISTORICO
           PERFORM RD300-ACUMULAR-DEVOLUCAO
               THRU RD300-ACUMULAR-DEVOLUCAO-FIM
               UNTIL FIM-HISTORICO
           PERFORM RD250-LER-PROXIMO-REGISTRO
           PERFORM RD350-CONTAR-ATIVO
               THRU RD350-CONTAR-ATIVO-FIM
               UNTIL FIM-CADASTRO
           PERFORM RD400-ORDENAR-PREFIXOS
           PERFORM RD500-IMPRIMIR-RELATORIO
           PERFORM RD900-ENCERRAR-ARQUIVOS
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

       RD100-ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE           FROM DATE YYYYMMDD

           OPEN INPUT CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM RD950-ENCERRAR-COM-ERRO
           END-IF

      ******* SEM HISTORICO AINDA (NENHUMA DEVOLUCAO PROCESSADA): O
      ******* RELATORIO SAI ZERADO
           OPEN INPUT ARQ-HISTORICO-DEV
           IF WS-STATUS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO-DEV
               CLOSE ARQ-HISTORICO-DEV
               OPEN INPUT ARQ-HISTORICO-DEV
           END-IF
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-HISTORICO-DEV. STATUS: '
                       WS-STATUS-HISTORICO
               PERFORM RD950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT RELATORIO-DEVOLUCAO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-DEVOLUCAO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM RD950-ENCERRAR-COM-ERRO
           END-IF
           .

       RD200-LER-PROXIMO-HISTORICO.
           IF NOT FIM-HISTORICO
               READ ARQ-HISTORICO-DEV
                   AT END
                       SET FIM-HISTORICO TO TRUE
               END-READ
               IF NOT FIM-HISTORICO AND WS-STATUS-HISTORICO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DE ARQ-HISTORICO-DEV. '
                           'STATUS: ' WS-STATUS-HISTORICO
                   PERFORM RD950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

       RD250-LER-PROXIMO-REGISTRO.
           IF NOT FIM-CADASTRO
               READ CADASTRO-PESSOAS
                   AT END
                       SET FIM-CADASTRO TO TRUE
               END-READ
               IF NOT FIM-CADASTRO AND WS-STATUS-CADASTRO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                           WS-STATUS-CADASTRO
                   PERFORM RD950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * ACUMULA UMA DEVOLUCAO DO MES CORRENTE NO SEU PREFIXO E NA SUA
      * UF. TODA DEVOLUCAO CONTA, TENHA ELA MARCADO O ENDERECO OU NAO:
      * A TAXA MEDE O QUE VOLTOU DOS CORREIOS.
      ******************************************************************
       RD300-ACUMULAR-DEVOLUCAO.
           ADD 1                         TO WS-QTDE-HIST-LIDOS
           IF DH-ANO-MES NOT = WS-HOJE-AAAAMM
               PERFORM RD200-LER-PROXIMO-HISTORICO
               GO TO RD300-ACUMULAR-DEVOLUCAO-FIM
           END-IF
           ADD 1                         TO WS-QTDE-DEVOLUCOES
           PERFORM RD310-ACUMULAR-PREFIXO
           PERFORM RD320-ACUMULAR-UF
           EVALUATE TRUE
               WHEN DH-MUDOU-SE
                   ADD 1                 TO WS-QTDE-MUDOU-SE
                   ADD 1                 TO WS-PFX-MUDOU-SE (WS-J)
                   ADD 1                 TO WS-UF-MUDOU-SE (WS-K)
               WHEN DH-INSUFICIENTE
                   ADD 1                 TO WS-QTDE-INSUFICIENTE
                   ADD 1                 TO WS-PFX-INSUFICIENTE (WS-J)
                   ADD 1                 TO WS-UF-INSUFICIENTE (WS-K)
               WHEN OTHER
                   ADD 1                 TO WS-QTDE-DESCONHECIDO
                   ADD 1                 TO WS-PFX-DESCONHECIDO (WS-J)
                   ADD 1                 TO WS-UF-DESCONHECIDO (WS-K)
           END-EVALUATE
           ADD 1                         TO WS-PFX-DEVOLUCOES (WS-J)
           ADD 1                         TO WS-UF-DEVOLUCOES (WS-K)
           PERFORM RD200-LER-PROXIMO-HISTORICO
           .
       RD300-ACUMULAR-DEVOLUCAO-FIM.
           EXIT.

      ******* DEIXA EM WS-J A ENTRADA DO PREFIXO, CRIANDO-A ZERADA
       RD310-ACUMULAR-PREFIXO.
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM RD311-PROCURAR-PREFIXO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-PFX-QTD
                  OR ENTRADA-ACHADA
           IF NOT ENTRADA-ACHADA
               IF WS-PFX-QTD = 500
                   DISPLAY 'CAPACIDADE DO ACUMULADOR DE PREFIXOS (500)'
                           ' EXCEDIDA.'
                   PERFORM RD950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-PFX-QTD
               MOVE WS-PFX-QTD           TO WS-J
               MOVE DH-UF                TO WS-PFX-UF (WS-J)
               MOVE DH-CEP-1             TO WS-PFX-CEP-1 (WS-J)
               MOVE ZEROS                TO WS-PFX-MUDOU-SE (WS-J)
                                            WS-PFX-INSUFICIENTE (WS-J)
                                            WS-PFX-DESCONHECIDO (WS-J)
                                            WS-PFX-DEVOLUCOES (WS-J)
                                            WS-PFX-ATIVOS (WS-J)
           END-IF
           .

       RD311-PROCURAR-PREFIXO.
           IF WS-PFX-UF (WS-I) = DH-UF
              AND WS-PFX-CEP-1 (WS-I) = DH-CEP-1
               MOVE WS-I                 TO WS-J
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

      ******* DEIXA EM WS-K A ENTRADA DA UF, CRIANDO-A ZERADA
       RD320-ACUMULAR-UF.
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM RD321-PROCURAR-UF
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-UF-QTD
                  OR ENTRADA-ACHADA
           IF NOT ENTRADA-ACHADA
               IF WS-UF-QTD = 50
                   DISPLAY 'CAPACIDADE DO ACUMULADOR DE UF EXCEDIDA.'
                   PERFORM RD950-ENCERRAR-COM-ERRO
               END-IF
               ADD 1                     TO WS-UF-QTD
               MOVE WS-UF-QTD            TO WS-K
               MOVE DH-UF                TO WS-UF-VALOR (WS-K)
               MOVE ZEROS                TO WS-UF-MUDOU-SE (WS-K)
                                            WS-UF-INSUFICIENTE (WS-K)
                                            WS-UF-DESCONHECIDO (WS-K)
                                            WS-UF-DEVOLUCOES (WS-K)
                                            WS-UF-ATIVOS (WS-K)
           END-IF
           .

       RD321-PROCURAR-UF.
           IF WS-UF-VALOR (WS-I) = DH-UF
               MOVE WS-I                 TO WS-K
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

      ******************************************************************
      * CONTA A PESSOA ATIVA NO SEU PREFIXO E NA SUA UF, QUANDO ESTES
      * TIVERAM DEVOLUCAO NO MES (OS DEMAIS NAO SAEM NO RELATORIO)
      ******************************************************************
       RD350-CONTAR-ATIVO.
           ADD 1                         TO WS-QTDE-LIDOS
           IF CR-INATIVO
               PERFORM RD250-LER-PROXIMO-REGISTRO
               GO TO RD350-CONTAR-ATIVO-FIM
           END-IF
           ADD 1                         TO WS-QTDE-ATIVOS
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM RD351-PROCURAR-PREFIXO-ATIVO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-PFX-QTD
                  OR ENTRADA-ACHADA
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM RD352-PROCURAR-UF-ATIVO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-UF-QTD
                  OR ENTRADA-ACHADA
           PERFORM RD250-LER-PROXIMO-REGISTRO
           .
       RD350-CONTAR-ATIVO-FIM.
           EXIT.

       RD351-PROCURAR-PREFIXO-ATIVO.
           IF WS-PFX-UF (WS-I) = CR-UF
              AND WS-PFX-CEP-1 (WS-I) = CR-CEP-1
               ADD 1                     TO WS-PFX-ATIVOS (WS-I)
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

       RD352-PROCURAR-UF-ATIVO.
           IF WS-UF-VALOR (WS-I) = CR-UF
               ADD 1                     TO WS-UF-ATIVOS (WS-I)
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

      ******************************************************************
      * ORDENA OS PREFIXOS POR UF E CEP (METODO DA BOLHA COM FLAG DE
      * TROCA, COMO NO RELCAD002)
      ******************************************************************
       RD400-ORDENAR-PREFIXOS.
           IF WS-PFX-QTD > 1
               MOVE 'S'                  TO WS-HOUVE-TROCA
               PERFORM RD410-PASSADA-PREFIXO
                   UNTIL NOT HOUVE-TROCA
           END-IF
           .

       RD410-PASSADA-PREFIXO.
           MOVE 'N'                      TO WS-HOUVE-TROCA
           PERFORM RD411-COMPARAR-PREFIXO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I NOT LESS THAN WS-PFX-QTD
           .

       RD411-COMPARAR-PREFIXO.
           COMPUTE WS-J = WS-I + 1
           IF WS-PFX-CHAVE (WS-I) GREATER THAN WS-PFX-CHAVE (WS-J)
               MOVE WS-PFX-OCOR (WS-I)   TO WS-TROCA-PFX
               MOVE WS-PFX-OCOR (WS-J)   TO WS-PFX-OCOR (WS-I)
               MOVE WS-TROCA-PFX         TO WS-PFX-OCOR (WS-J)
               MOVE 'S'                  TO WS-HOUVE-TROCA
           END-IF
           .

      ******************************************************************
      * IMPRESSAO: UMA LINHA POR PREFIXO, SUBTOTAL A CADA QUEBRA DE UF
      * E TOTAL GERAL SOBRE TODAS AS PESSOAS ATIVAS DO CADASTRO
      ******************************************************************
       RD500-IMPRIMIR-RELATORIO.
           MOVE WS-HOJE-AAAAMM           TO WS-CAB-ANO-MES
           MOVE SPACES                   TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE SPACES                   TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-CABECALHO-COLUNAS     TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA

           IF WS-PFX-QTD = ZEROS
               MOVE 'NENHUMA DEVOLUCAO NO MES.'
                                         TO RD-LINHA-RELATORIO
               PERFORM RD700-GRAVAR-LINHA
           ELSE
               MOVE WS-PFX-UF (1)        TO WS-UF-ANTERIOR
               PERFORM RD510-IMPRIMIR-PREFIXO
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER THAN WS-PFX-QTD
               PERFORM RD520-IMPRIMIR-SUBTOTAL-UF
           END-IF

           MOVE WS-LINHA-SEPARADORA      TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE 'TOTAL'                  TO WS-LDT-PREFIXO
           MOVE WS-QTDE-MUDOU-SE         TO WS-LDT-MUDOU-SE
           MOVE WS-QTDE-INSUFICIENTE     TO WS-LDT-INSUFICIENTE
           MOVE WS-QTDE-DESCONHECIDO     TO WS-LDT-DESCONHECIDO
           MOVE WS-QTDE-DEVOLUCOES       TO WS-LDT-DEVOLUCOES
           MOVE WS-QTDE-ATIVOS           TO WS-LDT-ATIVOS
           IF WS-QTDE-ATIVOS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-QTDE-DEVOLUCOES * 100 / WS-QTDE-ATIVOS
           ELSE
               MOVE ZEROS                TO WS-PERCENTUAL
           END-IF
           MOVE WS-PERCENTUAL            TO WS-LDT-TAXA
           MOVE WS-LINHA-DETALHE         TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA

           MOVE SPACES                   TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-QTDE-HIST-LIDOS       TO WS-TOT-HIST-EDIT
           MOVE WS-LINHA-TOTAL-LIDOS     TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-QTDE-DEVOLUCOES       TO WS-TOT-MES-EDIT
           MOVE WS-LINHA-TOTAL-MES       TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE WS-QTDE-ATIVOS           TO WS-TOT-ATIVOS-EDIT
           MOVE WS-LINHA-TOTAL-ATIVOS    TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           .

       RD510-IMPRIMIR-PREFIXO.
           IF WS-PFX-UF (WS-I) NOT = WS-UF-ANTERIOR
               PERFORM RD520-IMPRIMIR-SUBTOTAL-UF
               MOVE WS-PFX-UF (WS-I)     TO WS-UF-ANTERIOR
           END-IF
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE WS-PFX-UF (WS-I)         TO WS-LDT-UF
           MOVE WS-PFX-CEP-1 (WS-I)      TO WS-LDT-PREFIXO
           MOVE WS-PFX-MUDOU-SE (WS-I)   TO WS-LDT-MUDOU-SE
           MOVE WS-PFX-INSUFICIENTE (WS-I)
                                         TO WS-LDT-INSUFICIENTE
           MOVE WS-PFX-DESCONHECIDO (WS-I)
                                         TO WS-LDT-DESCONHECIDO
           MOVE WS-PFX-DEVOLUCOES (WS-I) TO WS-LDT-DEVOLUCOES
           MOVE WS-PFX-ATIVOS (WS-I)     TO WS-LDT-ATIVOS
           IF WS-PFX-ATIVOS (WS-I) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-PFX-DEVOLUCOES (WS-I) * 100
                   / WS-PFX-ATIVOS (WS-I)
           ELSE
               MOVE ZEROS                TO WS-PERCENTUAL
           END-IF
           MOVE WS-PERCENTUAL            TO WS-LDT-TAXA
           MOVE WS-LINHA-DETALHE         TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           .

      ******* SUBTOTAL DA UF EM WS-UF-ANTERIOR, DO ACUMULADOR DE UF
       RD520-IMPRIMIR-SUBTOTAL-UF.
           MOVE 'N'                      TO WS-ENTRADA-ACHADA
           PERFORM RD521-LOCALIZAR-UF
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K GREATER THAN WS-UF-QTD
                  OR ENTRADA-ACHADA
           SUBTRACT 1                    FROM WS-K
           MOVE SPACES                   TO WS-LINHA-DETALHE
           MOVE WS-UF-ANTERIOR           TO WS-LDT-UF
           MOVE 'SUBTOT'                 TO WS-LDT-PREFIXO
           MOVE WS-UF-MUDOU-SE (WS-K)    TO WS-LDT-MUDOU-SE
           MOVE WS-UF-INSUFICIENTE (WS-K)
                                         TO WS-LDT-INSUFICIENTE
           MOVE WS-UF-DESCONHECIDO (WS-K)
                                         TO WS-LDT-DESCONHECIDO
           MOVE WS-UF-DEVOLUCOES (WS-K)  TO WS-LDT-DEVOLUCOES
           MOVE WS-UF-ATIVOS (WS-K)      TO WS-LDT-ATIVOS
           IF WS-UF-ATIVOS (WS-K) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-UF-DEVOLUCOES (WS-K) * 100 / WS-UF-ATIVOS (WS-K)
           ELSE
               MOVE ZEROS                TO WS-PERCENTUAL
           END-IF
           MOVE WS-PERCENTUAL            TO WS-LDT-TAXA
           MOVE WS-LINHA-DETALHE         TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           MOVE SPACES                   TO RD-LINHA-RELATORIO
           PERFORM RD700-GRAVAR-LINHA
           .

       RD521-LOCALIZAR-UF.
           IF WS-UF-VALOR (WS-K) = WS-UF-ANTERIOR
               SET ENTRADA-ACHADA        TO TRUE
           END-IF
           .

       RD700-GRAVAR-LINHA.
           WRITE RD-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-DEVOLUCAO. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM RD950-ENCERRAR-COM-ERRO
           END-IF
           .

       RD900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-HISTORICO-DEV
           CLOSE RELATORIO-DEVOLUCAO
           .

       RD950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-HISTORICO-DEV
           CLOSE RELATORIO-DEVOLUCAO
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM RELCAD004.
